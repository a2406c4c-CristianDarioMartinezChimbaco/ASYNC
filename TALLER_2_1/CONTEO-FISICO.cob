       SELECT AUDITORIA ASSIGN TO 'AUDIT-INVENTARIO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
       SELECT LOTES ASSIGN TO 'LOTES-STOCK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
       SELECT LOTES-NUEVO ASSIGN TO 'LOTES.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * COUNTED QUANTITIES FROM THE WAREHOUSE, SUCURSAL,SKU,CANTIDAD
      * PER LINE - CONSUMED (DELETED) ONCE POSTED SO A RERUN CANNOT
      * APPLY THE SAME COUNT TWICE. A LINE MAY CARRY A FOURTH FIELD,
      * THE LOT COUNTED, AND A FIFTH, ITS EXPIRY (ONLY USED WHEN THE
      * LOT IS NOT ON FILE YET): THE COUNT THEN APPLIES TO THAT LOT
      * AND THE DIFFERENCE MOVES THE BRANCH TOTAL WITH IT.
       FD  CONTEO.
           01  CONTEO-REC          PIC X(40).
       FD  INVENTARIO.
      * AUDIT-PRECIOS.txt TRAIL MANTENER-MAESTROS KEEPS FOR PRICES.
       FD  AUDITORIA.
           01  FD-AUD-REC          PIC X(150).
      * LOT-LEVEL STOCK (SEE WS-LOTE.cpy).
       FD  LOTES.
           01  FD-LOT-REC          PIC X(80).
       FD  LOTES-NUEVO.
           01  FD-LOTN-REC         PIC X(80).

      ****************************************************************
      * WS SECTION
       01  WS-CON-SUC-TXT          PIC X(05).
       01  WS-CON-SKU-TXT          PIC X(10).
       01  WS-CON-CANT-TXT         PIC X(10).
       01  WS-CON-LOTE-TXT         PIC X(15).
       01  WS-CON-VENCE-TXT        PIC X(10).
       01  WS-CON-SUC              PIC 9(03) VALUE ZEROS.
       01  WS-CON-CANT             PIC 9(07) VALUE ZEROS.
       01  WS-ANTES                PIC S9(07) VALUE ZEROS.
           05  VAR-CONTADO         PIC Z(06)9.
           05  FILLER              PIC X(12) VALUE ' DIFERENCIA:'.
           05  VAR-DIFERENCIA      PIC -(07)9.
           05  VAR-LOTE-TXT        PIC X(21).
       01  AUDITORIA-LINEA.
           05  AUD-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AUD-DESPUES         PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  AUD-MOTIVO          PIC X(30).
           05  AUD-LOTE-TXT        PIC X(21).

       COPY WS-LOTE.
       COPY LOTES-WS.

       PROCEDURE DIVISION.
      *"CONTEO-FISICO <OPERADOR> [MOTIVO]" - THE OPERATOR GOES ON
       STRING WS-CURRENT-DATE (9:2) ':' WS-CURRENT-DATE (11:2) ':'
           WS-CURRENT-DATE (13:2) DELIMITED BY SIZE INTO AUD-HORA
       MOVE WS-OPERADOR TO AUD-OPERADOR
       MOVE AUD-FECHA TO WS-LOT-HOY
       PERFORM CARGAR-INVENTARIO
       PERFORM CARGAR-INVENTARIO-SUC
       IF WS-INVS-USADOS = 0
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-LOTES
       IF WS-LOT-TRUNCADO = 'S'
           DISPLAY "ERROR: LOTES-STOCK.txt EXCEDE LA TABLA (LIMITE "
               "9000) - CONTEO NO APLICADO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CONTEO
       IF WS-CON-STATUS NOT = '00'
           DISPLAY "conteo.txt NO DISPONIBLE - NADA QUE CONCILIAR"
           PERFORM GRABAR-INVENTARIO-SUC
           PERFORM GRABAR-INVENTARIO
       END-IF
       IF WS-LOT-CAMBIOS > 0
           PERFORM GRABAR-LOTES
       END-IF
       CALL 'CBL_DELETE_FILE' USING 'conteo.txt'
       MOVE 0 TO RETURN-CODE
       DISPLAY "CONTEO CONCILIADO: " WS-AJUSTES " AJUSTES, "
      *VARIANCE SHOWS WHERE IT CAME FROM.
       CONCILIAR-LINEA.
       MOVE SPACES TO WS-CON-SUC-TXT WS-CON-SKU-TXT WS-CON-CANT-TXT
           WS-CON-LOTE-TXT WS-CON-VENCE-TXT
       UNSTRING CONTEO-REC DELIMITED BY ','
           INTO WS-CON-SUC-TXT WS-CON-SKU-TXT WS-CON-CANT-TXT
           WS-CON-LOTE-TXT WS-CON-VENCE-TXT
       END-UNSTRING
       MOVE FUNCTION NUMVAL (WS-CON-SUC-TXT) TO WS-CON-SUC
       MOVE FUNCTION NUMVAL (WS-CON-CANT-TXT) TO WS-CON-CANT
       IF WS-CON-SUC < 1 OR WS-CON-SUC > 999
           OR WS-CON-SKU-TXT = SPACES
           OR (WS-CON-VENCE-TXT NOT = SPACES
               AND (WS-CON-VENCE-TXT (1:4) NOT NUMERIC
                    OR WS-CON-VENCE-TXT (5:1) NOT = '-'
                    OR WS-CON-VENCE-TXT (6:2) NOT NUMERIC
                    OR WS-CON-VENCE-TXT (6:2) < '01'
                    OR WS-CON-VENCE-TXT (6:2) > '12'
                    OR WS-CON-VENCE-TXT (8:1) NOT = '-'
                    OR WS-CON-VENCE-TXT (9:2) NOT NUMERIC
                    OR WS-CON-VENCE-TXT (9:2) < '01'
                    OR WS-CON-VENCE-TXT (9:2) > '31'))
           DISPLAY "ADVERTENCIA: LINEA DE CONTEO INVALIDA OMITIDA: "
               FUNCTION TRIM (CONTEO-REC)
       ELSE
               END-IF
           END-IF
           IF WS-HIT > 0
               MOVE WS-CON-SUC TO WS-LOT-SUC
               MOVE WS-CON-SKU-TXT TO WS-LOT-SKU
               MOVE WS-CON-LOTE-TXT TO WS-LOT-LOTE
               IF WS-CON-LOTE-TXT = SPACES
                   PERFORM CONCILIAR-TOTAL
               ELSE
                   PERFORM CONCILIAR-LOTE
               END-IF
           END-IF
       END-IF.

      *THE BRANCH TOTAL IS SET TO THE COUNT. LOTS THAT NOW ADD UP TO
      *MORE THAN THE SHELF HOLDS LOSE THE EXCESS EARLIEST EXPIRY
      *FIRST - THE SAME ORDER THE GOODS LEAVE IN.
       CONCILIAR-TOTAL.
       MOVE SPACES TO VAR-LOTE-TXT AUD-LOTE-TXT
       MOVE INVS-EXISTENCIA (WS-HIT) TO WS-ANTES
       IF WS-ANTES = WS-CON-CANT
           ADD 1 TO WS-SIN-DIFERENCIA
       ELSE
           ADD 1 TO WS-AJUSTES
           COMPUTE WS-DIFERENCIA = WS-CON-CANT - WS-ANTES
           MOVE WS-ANTES TO VAR-LIBRO
           PERFORM ESCRIBIR-VARIANZA
           MOVE WS-CON-CANT TO INVS-EXISTENCIA (WS-HIT)
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM SALDO-LOTES
           IF WS-LOT-SALDO > WS-CON-CANT
               COMPUTE WS-LOT-CANTIDAD = WS-LOT-SALDO - WS-CON-CANT
               PERFORM CONSUMIR-LOTES
           END-IF
       END-IF.

      *THE LOT'S BOOK FIGURE IS COMPARED WITH ITS COUNT AND THE
      *DIFFERENCE MOVES BOTH THE LOT AND THE BRANCH TOTAL (NEVER
      *BELOW ZERO). A LOT FOUND THAT IS NOT ON FILE IS OPENED WITH
      *THE EXPIRY FROM THE COUNT LINE.
       CONCILIAR-LOTE.
       MOVE SPACES TO VAR-LOTE-TXT AUD-LOTE-TXT
       STRING ' LOTE:' WS-CON-LOTE-TXT DELIMITED BY SIZE
           INTO VAR-LOTE-TXT
       MOVE VAR-LOTE-TXT TO AUD-LOTE-TXT
       PERFORM SALDO-LOTES
       IF WS-LOT-SALDO = WS-CON-CANT
           ADD 1 TO WS-SIN-DIFERENCIA
       ELSE
           ADD 1 TO WS-AJUSTES
           COMPUTE WS-DIFERENCIA = WS-CON-CANT - WS-LOT-SALDO
           MOVE WS-LOT-SALDO TO VAR-LIBRO
           PERFORM ESCRIBIR-VARIANZA
           IF WS-DIFERENCIA > 0
               MOVE WS-DIFERENCIA TO WS-LOT-CANTIDAD
               MOVE WS-CON-VENCE-TXT TO WS-LOT-VENCE
               MOVE 0 TO WS-LOT-PEDIDO
               PERFORM AGREGAR-LOTE
           ELSE
               COMPUTE WS-LOT-CANTIDAD = 0 - WS-DIFERENCIA
               PERFORM CONSUMIR-LOTES
           END-IF
           MOVE INVS-EXISTENCIA (WS-HIT) TO WS-ANTES
           IF WS-ANTES + WS-DIFERENCIA < 0
               MOVE 0 TO INVS-EXISTENCIA (WS-HIT)
           ELSE
               ADD WS-DIFERENCIA TO INVS-EXISTENCIA (WS-HIT)
           END-IF
           PERFORM ESCRIBIR-AUDITORIA
       END-IF.

       ESCRIBIR-VARIANZA.
       MOVE WS-CON-SUC TO VAR-SUC
       MOVE WS-CON-SKU-TXT TO VAR-SKU
       MOVE WS-CON-CANT TO VAR-CONTADO
       MOVE WS-DIFERENCIA TO VAR-DIFERENCIA
       MOVE VARIANZA-LINEA TO FD-VAR-REC
       WRITE FD-VAR-REC.

      *BRANCH TOTAL BEFORE AND AFTER - ON A LOT LINE THE LOT RIDES
      *ALONG AT THE END.
       ESCRIBIR-AUDITORIA.
       MOVE WS-CON-SUC TO AUD-SUC
       MOVE WS-CON-SKU-TXT TO AUD-SKU
       MOVE WS-ANTES TO AUD-ANTES
       MOVE INVS-EXISTENCIA (WS-HIT) TO AUD-DESPUES
       MOVE WS-MOTIVO TO AUD-MOTIVO
       MOVE AUDITORIA-LINEA TO FD-AUD-REC
       WRITE FD-AUD-REC.

       CARGAR-INVENTARIO.
       OPEN INPUT INVENTARIO
       IF WS-INV-STATUS = '35'
       CALL "SYSTEM" USING
           "mv -f inventario.NUEVO.txt inventario.txt"
       MOVE 0 TO RETURN-CODE.

       COPY LOTES-PROC.
