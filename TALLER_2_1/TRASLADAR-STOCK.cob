       SELECT TRASLADOS ASSIGN TO 'TRASLADOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRA-STATUS.
       SELECT PROPUESTAS ASSIGN TO 'TRASLADOS-PROPUESTOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRP-STATUS.
       SELECT PROPUESTAS-NUEVO ASSIGN TO 'PROPUESTAS.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOTES ASSIGN TO 'LOTES-STOCK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
       SELECT LOTES-NUEVO ASSIGN TO 'LOTES.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      * APPEND-ONLY MOVEMENT TRAIL - ONE LINE PER TRANSFER (DATE,
      * TIME, SKU, FROM, TO, QUANTITY), SO MOVING CASES BETWEEN
      * BRANCHES IS A RECORDED MOVEMENT INSTEAD OF A PENCIL NOTE.
      * A MOVE MADE FROM THE REBALANCING QUEUE CARRIES ITS PROPOSAL
      * NUMBER. A MOVE THAT TAKES SEVERAL LOTS WRITES ONE LINE PER
      * LOT (PLUS ONE WITHOUT A LOT FOR ANY UNTRACKED UNITS), SO A
      * RECALL CAN FOLLOW A LOT FROM BRANCH TO BRANCH.
       FD  TRASLADOS.
           01  FD-TRA-REC          PIC X(100).
      * REBALANCING QUEUE FROM PROPONER-TRASLADOS (SEE
      * WS-TRASLADO-PROP.cpy) - "TRASLADAR-STOCK LOTE" MOVES ITS
      * APPROVED LINES AND MARKS THEM, FULL SAFE REWRITE.
       FD  PROPUESTAS.
           01  FD-PRP-REC          PIC X(100).
       FD  PROPUESTAS-NUEVO.
           01  FD-PRPN-REC         PIC X(100).
      * LOT-LEVEL STOCK (SEE WS-LOTE.cpy) - THE LOTS LEAVE THE ORIGIN
      * EARLIEST EXPIRY FIRST (OR THE ONE LOT NAMED) AND ARRIVE AT
      * THE DESTINATION UNDER THE SAME NUMBER AND DATE.
       FD  LOTES.
           01  FD-LOT-REC          PIC X(80).
       FD  LOTES-NUEVO.
           01  FD-LOTN-REC         PIC X(80).

      ****************************************************************
      * WS SECTION
       01  EOF                     PIC 9 VALUE 0.
       01  WS-INVS-STATUS          PIC XX VALUE '00'.
       01  WS-TRA-STATUS           PIC XX VALUE '00'.
       01  WS-PRP-STATUS           PIC XX VALUE '00'.
       01  WS-PRP-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-PRP-TRUNCADO         PIC X(01) VALUE 'N'.
       01  WS-PRP-I                PIC 9(04) VALUE ZEROS.
       01  WS-PRP-APROBADAS        PIC 9(04) VALUE ZEROS.
       01  WS-PRP-EJECUTADAS       PIC 9(04) VALUE ZEROS.
       01  WS-PRP-FALLIDAS         PIC 9(04) VALUE ZEROS.
       01  PRP-TAB.
           05  PRP-FILA OCCURS 2000 TIMES PIC X(100).
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-ORIGEN-HIT           PIC 9(04) VALUE ZEROS.
       01  WS-DESTINO-HIT          PIC 9(04) VALUE ZEROS.
      *"TRASLADAR-STOCK SKU DESDE HASTA CANTIDAD [LOTE]" - SAME
      *ACCEPT-FROM-COMMAND-LINE STYLE AS THE OTHER OPERATOR TOOLS.
      *WITH A LOT NUMBER ONLY THAT LOT MOVES.
       01  WS-CMD-LINE             PIC X(60).
       01  WS-SKU-TOKEN            PIC X(10).
       01  WS-DESDE-TOKEN          PIC X(05).
       01  WS-HASTA-TOKEN          PIC X(05).
       01  WS-CANT-TOKEN           PIC X(10).
       01  WS-LOTE-TOKEN           PIC X(15).
      *QUANTITY AND LOT OF THE TRAIL LINE BEING WRITTEN.
       01  WS-CANT-TRAZA           PIC 9(07) VALUE ZEROS.
       01  WS-LOTE-TRAZA           PIC X(15) VALUE SPACES.
       01  WS-TOM-I                PIC 9(03) VALUE ZEROS.
       01  WS-SUC-DESDE            PIC 9(03) VALUE ZEROS.
       01  WS-SUC-HASTA            PIC 9(03) VALUE ZEROS.
       01  WS-CANTIDAD             PIC 9(07) VALUE ZEROS.
           05  TRA-HASTA           PIC 9(03).
           05  FILLER              PIC X(06) VALUE ' CANT:'.
           05  TRA-CANTIDAD        PIC Z(06)9.
           05  TRA-REFERENCIA      PIC X(11) VALUE SPACES.
           05  TRA-LOTE-TXT        PIC X(21) VALUE SPACES.

       COPY WS-TRASLADO-PROP.
       COPY WS-LOTE.
       COPY LOTES-WS.

       PROCEDURE DIVISION.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       IF WS-CMD-LINE = SPACES
           DISPLAY "USO: TRASLADAR-STOCK <SKU> <DESDE> <HASTA> "
               "<CANTIDAD> [LOTE]"
           DISPLAY "     TRASLADAR-STOCK LOTE"
           STOP RUN
       END-IF
      *"TRASLADAR-STOCK LOTE" RUNS THE APPROVED LINES OF THE
      *REBALANCING QUEUE INSTEAD OF A SINGLE TYPED MOVE.
       IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-CMD-LINE)) = 'LOTE'
           PERFORM EJECUTAR-LOTE
           STOP RUN
       END-IF
       MOVE SPACES TO WS-SKU-TOKEN WS-DESDE-TOKEN WS-HASTA-TOKEN
           WS-CANT-TOKEN WS-LOTE-TOKEN
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE
           INTO WS-SKU-TOKEN WS-DESDE-TOKEN WS-HASTA-TOKEN
           WS-CANT-TOKEN WS-LOTE-TOKEN
       END-UNSTRING
       MOVE FUNCTION NUMVAL (WS-DESDE-TOKEN) TO WS-SUC-DESDE
       MOVE FUNCTION NUMVAL (WS-HASTA-TOKEN) TO WS-SUC-HASTA
           OR WS-SUC-HASTA < 1 OR WS-SUC-HASTA > 999
           OR WS-SUC-DESDE = WS-SUC-HASTA
           DISPLAY "ERROR: ARGUMENTOS INVALIDOS - USO: "
               "TRASLADAR-STOCK <SKU> <DESDE> <HASTA> <CANTIDAD> "
               "[LOTE]"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-LOTES
       IF WS-LOT-TRUNCADO = 'S'
           DISPLAY "ERROR: LOTES-STOCK.txt EXCEDE LA TABLA (LIMITE "
               "9000) - TRASLADO NO APLICADO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-LOTE-TOKEN NOT = SPACES
           MOVE WS-SUC-DESDE TO WS-LOT-SUC
           MOVE WS-SKU-TOKEN TO WS-LOT-SKU
           MOVE WS-LOTE-TOKEN TO WS-LOT-LOTE
           PERFORM SALDO-LOTES
           IF WS-CANTIDAD > WS-LOT-SALDO
               DISPLAY "ERROR: LOTE " FUNCTION TRIM (WS-LOTE-TOKEN)
                   " EN SUCURSAL " WS-SUC-DESDE " SOLO TIENE "
                   WS-LOT-SALDO " DE " FUNCTION TRIM (WS-SKU-TOKEN)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       SUBTRACT WS-CANTIDAD FROM INVS-EXISTENCIA (WS-ORIGEN-HIT)
       ADD WS-CANTIDAD TO INVS-EXISTENCIA (WS-DESTINO-HIT)
       PERFORM MOVER-LOTES
       PERFORM GRABAR-INVENTARIO-SUC
       IF WS-LOT-CAMBIOS > 0
           PERFORM GRABAR-LOTES
       END-IF
       PERFORM REGISTRAR-TRASLADO-LOTES
       DISPLAY "TRASLADO OK: " WS-CANTIDAD " DE "
           FUNCTION TRIM (WS-SKU-TOKEN) " DE SUCURSAL "
           WS-SUC-DESDE " A " WS-SUC-HASTA
           "mv -f inv-suc.NUEVO.txt inventario-suc.txt"
       MOVE 0 TO RETURN-CODE.

      *EVERY APPROVED PROPOSAL IS CHECKED AND MOVED AGAINST THE
      *STOCK AS LEFT BY THE ONES BEFORE IT, WITH ITS OWN TRAIL LINE;
      *ONE THE ORIGIN CAN NO LONGER COVER IS MARKED FAILED WITH THE
      *REASON AND THE REST STILL GO. THE BRANCH MASTER IS REWRITTEN
      *ONCE FOR THE WHOLE BATCH, THEN THE QUEUE WITH EACH LINE'S
      *OUTCOME.
       EJECUTAR-LOTE.
       PERFORM CARGAR-PROPUESTAS
       IF WS-PRP-TRUNCADO = 'S'
           DISPLAY "ERROR: TRASLADOS-PROPUESTOS.txt EXCEDE LA TABLA "
               "(LIMITE 2000) - LOTE NO EJECUTADO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-PRP-APROBADAS = 0
           DISPLAY "SIN TRASLADOS APROBADOS EN "
               "TRASLADOS-PROPUESTOS.txt - NADA QUE EJECUTAR"
           STOP RUN
       END-IF
       PERFORM CARGAR-INVENTARIO-SUC
       IF WS-INVS-USADOS = 0
           DISPLAY "inventario-suc.txt VACIO O AUSENTE - EJECUTE "
               "ACTUALIZAR-INVENTARIO PRIMERO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-LOTES
       IF WS-LOT-TRUNCADO = 'S'
           DISPLAY "ERROR: LOTES-STOCK.txt EXCEDE LA TABLA (LIMITE "
               "9000) - LOTE NO EJECUTADO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM VARYING WS-PRP-I FROM 1 BY 1
               UNTIL WS-PRP-I > WS-PRP-USADAS
           MOVE PRP-FILA (WS-PRP-I) TO PROPUESTA-LINEA
           IF PRP-ESTADO = 'A'
               PERFORM EJECUTAR-PROPUESTA
               MOVE PROPUESTA-LINEA TO PRP-FILA (WS-PRP-I)
           END-IF
       END-PERFORM
       IF WS-PRP-EJECUTADAS > 0
           PERFORM GRABAR-INVENTARIO-SUC
       END-IF
       IF WS-LOT-CAMBIOS > 0
           PERFORM GRABAR-LOTES
       END-IF
       PERFORM GRABAR-PROPUESTAS
       DISPLAY "LOTE DE TRASLADOS: " WS-PRP-EJECUTADAS
           " EJECUTADOS, " WS-PRP-FALLIDAS " FALLIDOS"
       IF WS-PRP-FALLIDAS > 0
           MOVE 4 TO RETURN-CODE
       END-IF.

       EJECUTAR-PROPUESTA.
       MOVE PRP-SKU TO WS-SKU-TOKEN
       MOVE PRP-DESDE TO WS-SUC-DESDE
       MOVE PRP-HASTA TO WS-SUC-HASTA
       MOVE PRP-CANTIDAD TO WS-CANTIDAD
       PERFORM BUSCAR-FILAS
       EVALUATE TRUE
           WHEN WS-ORIGEN-HIT = 0
               MOVE 'F' TO PRP-ESTADO
               MOVE 'ORIGEN YA NO TIENE EL SKU' TO PRP-MOTIVO
           WHEN WS-CANTIDAD > INVS-EXISTENCIA (WS-ORIGEN-HIT)
               MOVE 'F' TO PRP-ESTADO
               MOVE 'EXISTENCIA INSUFICIENTE EN ORIGEN'
                   TO PRP-MOTIVO
           WHEN OTHER
               SUBTRACT WS-CANTIDAD
                   FROM INVS-EXISTENCIA (WS-ORIGEN-HIT)
               ADD WS-CANTIDAD TO INVS-EXISTENCIA (WS-DESTINO-HIT)
               MOVE SPACES TO WS-LOTE-TOKEN
               PERFORM MOVER-LOTES
               MOVE 'E' TO PRP-ESTADO
               MOVE SPACES TO TRA-REFERENCIA
               STRING ' PROP:' PRP-NUM DELIMITED BY SIZE
                   INTO TRA-REFERENCIA
               PERFORM REGISTRAR-TRASLADO-LOTES
       END-EVALUATE
       IF PRP-ESTADO = 'E'
           ADD 1 TO WS-PRP-EJECUTADAS
       ELSE
           ADD 1 TO WS-PRP-FALLIDAS
           DISPLAY "ADVERTENCIA: PROPUESTA " PRP-NUM " "
               FUNCTION TRIM (PRP-SKU) " " PRP-DESDE " -> "
               PRP-HASTA " FALLIDA: " FUNCTION TRIM (PRP-MOTIVO)
       END-IF.

       CARGAR-PROPUESTAS.
       OPEN INPUT PROPUESTAS
       IF WS-PRP-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ PROPUESTAS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-PRP-USADAS < 2000
                           ADD 1 TO WS-PRP-USADAS
                           MOVE FD-PRP-REC TO PRP-FILA (WS-PRP-USADAS)
                           IF FD-PRP-REC (7:1) = 'A'
                               ADD 1 TO WS-PRP-APROBADAS
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-PRP-TRUNCADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROPUESTAS
       END-IF
       MOVE 0 TO EOF.

       GRABAR-PROPUESTAS.
       OPEN OUTPUT PROPUESTAS-NUEVO
       PERFORM VARYING WS-PRP-I FROM 1 BY 1
               UNTIL WS-PRP-I > WS-PRP-USADAS
           MOVE PRP-FILA (WS-PRP-I) TO FD-PRPN-REC
           WRITE FD-PRPN-REC
       END-PERFORM
       CLOSE PROPUESTAS-NUEVO
       CALL "SYSTEM" USING
           "mv -f PROPUESTAS.NUEVO.txt TRASLADOS-PROPUESTOS.txt"
       MOVE 0 TO RETURN-CODE.

      *THE LOTS FOLLOW THE CASES: WHAT CONSUMIR-LOTES TAKES OFF THE
      *ORIGIN LANDS ON THE DESTINATION UNDER THE SAME LOT AND DATE.
       MOVER-LOTES.
       MOVE 0 TO WS-LOT-TOMADOS
       MOVE WS-CANTIDAD TO WS-LOT-FALTA
       IF WS-LOT-USADOS > 0
           MOVE WS-SUC-DESDE TO WS-LOT-SUC
           MOVE WS-SKU-TOKEN TO WS-LOT-SKU
           MOVE WS-LOTE-TOKEN TO WS-LOT-LOTE
           MOVE WS-CANTIDAD TO WS-LOT-CANTIDAD
           PERFORM CONSUMIR-LOTES
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOT-HOY
           STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2)
               '-' WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
               INTO WS-LOT-HOY
           MOVE WS-SUC-HASTA TO WS-LOT-SUC
           MOVE 0 TO WS-LOT-PEDIDO
           PERFORM VARYING WS-TOM-I FROM 1 BY 1
                   UNTIL WS-TOM-I > WS-LOT-TOMADOS
               MOVE LOT-TOM-LOTE (WS-TOM-I) TO WS-LOT-LOTE
               MOVE LOT-TOM-VENCE (WS-TOM-I) TO WS-LOT-VENCE
               MOVE LOT-TOM-CANTIDAD (WS-TOM-I) TO WS-LOT-CANTIDAD
               PERFORM AGREGAR-LOTE
           END-PERFORM
       END-IF.

      *ONE TRAIL LINE PER LOT MOVED, THEN ONE FOR THE UNTRACKED
      *REST - A SKU WITH NO LOTS AT ALL KEEPS ITS SINGLE LINE.
       REGISTRAR-TRASLADO-LOTES.
       PERFORM VARYING WS-TOM-I FROM 1 BY 1
               UNTIL WS-TOM-I > WS-LOT-TOMADOS
           MOVE LOT-TOM-CANTIDAD (WS-TOM-I) TO WS-CANT-TRAZA
           MOVE LOT-TOM-LOTE (WS-TOM-I) TO WS-LOTE-TRAZA
           PERFORM REGISTRAR-TRASLADO
       END-PERFORM
       IF WS-LOT-FALTA > 0
           MOVE WS-LOT-FALTA TO WS-CANT-TRAZA
           MOVE SPACES TO WS-LOTE-TRAZA
           PERFORM REGISTRAR-TRASLADO
       END-IF.

      *APPEND-ONLY, CREATED ON FIRST USE LIKE AUDIT-PRECIOS.txt.
       REGISTRAR-TRASLADO.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-SKU-TOKEN TO TRA-SKU
       MOVE WS-SUC-DESDE TO TRA-DESDE
       MOVE WS-SUC-HASTA TO TRA-HASTA
       MOVE WS-CANT-TRAZA TO TRA-CANTIDAD
       MOVE SPACES TO TRA-LOTE-TXT
       IF WS-LOTE-TRAZA NOT = SPACES
           STRING ' LOTE:' WS-LOTE-TRAZA DELIMITED BY SIZE
               INTO TRA-LOTE-TXT
       END-IF
       OPEN EXTEND TRASLADOS
       IF WS-TRA-STATUS = '35'
           OPEN OUTPUT TRASLADOS
       MOVE TRASLADO-LINEA TO FD-TRA-REC
       WRITE FD-TRA-REC
       CLOSE TRASLADOS.

       COPY LOTES-PROC.
