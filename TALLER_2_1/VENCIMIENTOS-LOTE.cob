       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTOS-LOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOTES ASSIGN TO 'LOTES-STOCK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
       SELECT LOTES-NUEVO ASSIGN TO 'LOTES.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT INVENTARIO ASSIGN TO 'inventario.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.
       SELECT INVENTARIO-SUC ASSIGN TO 'inventario-suc.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVS-STATUS.
       SELECT STOCK-NUEVO ASSIGN USING WS-NUEVO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDITORIA ASSIGN TO 'AUDIT-INVENTARIO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
       SELECT REPORTE ASSIGN TO 'VENCIMIENTOS-LOTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LIMITES ASSIGN TO 'LIMITES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * LOT-LEVEL STOCK (SEE WS-LOTE.cpy) - EXPIRED SELLABLE LOTS ARE
      * TURNED 'B' HERE AND THE FILE REWRITTEN.
       FD  LOTES.
           01  FD-LOT-REC          PIC X(80).
       FD  LOTES-NUEVO.
           01  FD-LOTN-REC         PIC X(80).
      * COMPANY ROLLUP AND PER-BRANCH MASTER (SEE ACTUALIZAR-
      * INVENTARIO) - A WRITE-OFF TAKES THE LOT'S UNITS OFF ITS
      * BRANCH ROW, THE ROLLUP IS REBUILT, BOTH ARE REWRITTEN.
       FD  INVENTARIO.
           01  INVENTARIO-REC      PIC X(40).
       FD  INVENTARIO-SUC.
           01  INVENTARIO-SUC-REC  PIC X(50).
      * SCRATCH FILE FOR THE FULL REWRITES, RENAMED OVER THE REAL
      * FILE ONLY ONCE COMPLETE (SAME PATTERN AS ACTUALIZAR-
      * INVENTARIO).
       FD  STOCK-NUEVO.
           01  STOCK-NUEVO-REC     PIC X(50).
      * APPEND-ONLY ADJUSTMENT TRAIL SHARED WITH CONTEO-FISICO - ONE
      * LINE PER LOT WRITTEN OFF, BRANCH STOCK BEFORE AND AFTER.
       FD  AUDITORIA.
           01  FD-AUD-REC          PIC X(150).
      * DAILY LIST, BY BRANCH, OF THE LOTS EXPIRING WITHIN THE
      * WARNING WINDOW, FOLLOWED BY THE LOTS WRITTEN OFF TODAY.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(120).
      * CLAVE,VALOR THRESHOLDS (SEE LIMITES-WS.cpy) - ONLY
      * DIAS-AVISO-LOTE IS READ HERE.
       FD  LIMITES.
           01  FD-LIM-REC          PIC X(40).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-INV-STATUS           PIC XX VALUE '00'.
       01  WS-INVS-STATUS          PIC XX VALUE '00'.
       01  WS-AUD-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-EOF              PIC 9 VALUE 0.
       01  WS-LIM-CLAVE            PIC X(20).
       01  WS-LIM-VALOR            PIC X(15).
      *LIMITES.txt: A LOT EXPIRING WITHIN DIAS-AVISO-LOTE DAYS IS
      *LISTED.
       01  LIM-DIAS-AVISO-LOTE     PIC 9(04) VALUE 30.
      *"VENCIMIENTOS-LOTE [OPERADOR]" - THE OPERATOR GOES ON EVERY
      *AUDIT LINE, 'OPERADOR' WHEN THE NIGHTLY CHAIN RUNS IT.
       01  WS-CMD-LINE             PIC X(60).
       01  WS-OPERADOR             PIC X(10).
       01  WS-NUEVO-NOMBRE         PIC X(30).
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-HOY-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-TXT            REDEFINES WS-FECHA-NUM
                                   PIC X(08).
       01  WS-DIAS                 PIC S9(08) VALUE ZEROS.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
       01  WS-ANTES                PIC S9(07) VALUE ZEROS.
       01  WS-BAJAS                PIC 9(05) VALUE ZEROS.
       01  WS-UNIDADES-BAJA        PIC 9(09) VALUE ZEROS.
      *WHAT THE REPORT LISTS: EVERY LOT WRITTEN OFF TODAY, SO A
      *SECOND RUN THE SAME DAY STILL SHOWS THE MORNING'S WRITE-OFFS.
       01  WS-BAJAS-HOY            PIC 9(05) VALUE ZEROS.
       01  WS-UNIDADES-HOY         PIC 9(09) VALUE ZEROS.
       01  WS-POR-VENCER           PIC 9(05) VALUE ZEROS.
       01  WS-INVS-USADOS          PIC 9(04) VALUE ZEROS.
       01  WS-INV-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-INVS-SUC-TXT         PIC X(05).
       01  WS-INV-SKU              PIC X(10).
       01  WS-INV-EXI              PIC X(10).
       01  WS-INV-REO              PIC X(10).
       01  WS-SUC-ED               PIC 9(03).
       01  WS-EXI-ED               PIC 9(07).
       01  INVS-TAB OCCURS 6000 TIMES.
           05  INVS-SUC            PIC 9(03) VALUE ZEROS.
           05  INVS-SKU            PIC X(10).
           05  INVS-EXISTENCIA     PIC S9(07) VALUE ZEROS.
           05  INVS-REORDEN        PIC 9(07) VALUE ZEROS.
       01  INV-TAB OCCURS 2000 TIMES.
           05  INV-SKU             PIC X(10).
           05  INV-EXISTENCIA      PIC S9(07) VALUE ZEROS.
           05  INV-REORDEN         PIC 9(07) VALUE ZEROS.
      *LIST ORDER: ONE KEY PER LOT TO PRINT (BRANCH, EXPIRY, SKU,
      *LOT), HIGH-VALUES FOR A LOT NOT LISTED OR ALREADY PRINTED -
      *EACH PASS PRINTS THE LOWEST KEY LEFT.
       01  LST-TAB.
           05  LST-CLAVE           PIC X(38) OCCURS 9000 TIMES.
       01  WS-LST-CLAVE.
           05  WS-LST-SUC          PIC 9(03).
           05  WS-LST-VENCE        PIC X(10).
           05  WS-LST-SKU          PIC X(10).
           05  WS-LST-LOTE         PIC X(15).
       01  WS-LST-PENDIENTES       PIC 9(04) VALUE ZEROS.
       01  WS-LST-MEJOR            PIC 9(04) VALUE ZEROS.
       01  WS-SUC-ACTUAL           PIC 9(03) VALUE ZEROS.
       01  WS-SUC-LOTES            PIC 9(05) VALUE ZEROS.
       01  WS-SUC-UNIDADES         PIC 9(09) VALUE ZEROS.
       01  VENCE-LINEA.
           05  FILLER              PIC X(05) VALUE 'SUC: '.
           05  VEN-SUC             PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  VEN-SKU             PIC X(10).
           05  FILLER              PIC X(07) VALUE ' LOTE: '.
           05  VEN-LOTE            PIC X(15).
           05  FILLER              PIC X(08) VALUE ' VENCE: '.
           05  VEN-VENCE           PIC X(10).
           05  FILLER              PIC X(07) VALUE ' DIAS: '.
           05  VEN-DIAS            PIC Z(03)9.
           05  FILLER              PIC X(08) VALUE ' CANT.: '.
           05  VEN-CANTIDAD        PIC Z(06)9.
       01  SUBTOTAL-LINEA.
           05  FILLER              PIC X(09) VALUE 'SUCURSAL '.
           05  SUB-SUC             PIC 9(03).
           05  FILLER              PIC X(02) VALUE ': '.
           05  SUB-LOTES           PIC Z(04)9.
           05  FILLER              PIC X(07) VALUE ' LOTES,'.
           05  SUB-UNIDADES        PIC Z(08)9.
           05  FILLER              PIC X(09) VALUE ' UNIDADES'.
       01  BAJA-LINEA.
           05  FILLER              PIC X(05) VALUE 'SUC: '.
           05  BAJ-SUC             PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  BAJ-SKU             PIC X(10).
           05  FILLER              PIC X(07) VALUE ' LOTE: '.
           05  BAJ-LOTE            PIC X(15).
           05  FILLER              PIC X(10) VALUE ' VENCIO: '.
           05  BAJ-VENCE           PIC X(10).
           05  FILLER              PIC X(16) VALUE ' DADAS DE BAJA: '.
           05  BAJ-CANTIDAD        PIC Z(06)9.
       01  AUDITORIA-LINEA.
           05  AUD-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AUD-HORA            PIC X(08).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AUD-OPERADOR        PIC X(10).
           05  FILLER              PIC X(05) VALUE ' SUC:'.
           05  AUD-SUC             PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AUD-SKU             PIC X(10).
           05  FILLER              PIC X(08) VALUE ' ANTES: '.
           05  AUD-ANTES           PIC -(06)9.
           05  FILLER              PIC X(10) VALUE ' DESPUES: '.
           05  AUD-DESPUES         PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  AUD-MOTIVO          PIC X(30).
           05  AUD-LOTE-TXT        PIC X(21).

       COPY WS-LOTE.
       COPY LOTES-WS.

       PROCEDURE DIVISION.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-OPERADOR
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-OPERADOR
       END-UNSTRING
       IF WS-OPERADOR = SPACES
           MOVE 'OPERADOR' TO WS-OPERADOR
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       MOVE WS-CURRENT-DATE (1:8) TO WS-HOY-NUM
       MOVE WS-HOY TO AUD-FECHA WS-LOT-HOY
       STRING WS-CURRENT-DATE (9:2) ':' WS-CURRENT-DATE (11:2) ':'
           WS-CURRENT-DATE (13:2) DELIMITED BY SIZE INTO AUD-HORA
       MOVE WS-OPERADOR TO AUD-OPERADOR
       PERFORM CARGAR-LIMITES-LOTE
       PERFORM CARGAR-LOTES
       IF WS-LOT-TRUNCADO = 'S'
           DISPLAY "ERROR: LOTES-STOCK.txt EXCEDE LA TABLA (LIMITE "
               "9000) - NO SE DA DE BAJA NADA"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
      *AN INSTALL THAT HAS NOT RECEIVED A LOT YET HAS NOTHING TO
      *CHECK - NOT A FAILURE, SO THE NIGHTLY CHAIN GOES ON.
       IF WS-LOT-USADOS = 0
           DISPLAY "LOTES-STOCK.txt VACIO O AUSENTE - SIN LOTES QUE "
               "REVISAR"
           STOP RUN
       END-IF
       PERFORM CARGAR-INVENTARIO
       PERFORM CARGAR-INVENTARIO-SUC
       OPEN OUTPUT REPORTE
       OPEN EXTEND AUDITORIA
       IF WS-AUD-STATUS = '35'
           OPEN OUTPUT AUDITORIA
       END-IF
       PERFORM DAR-DE-BAJA-VENCIDOS
       CLOSE AUDITORIA
       PERFORM LISTAR-POR-VENCER
       PERFORM LISTAR-BAJAS
       CLOSE REPORTE
       IF WS-BAJAS > 0
           PERFORM REARMAR-ROLLUP
           PERFORM GRABAR-INVENTARIO-SUC
           PERFORM GRABAR-INVENTARIO
           PERFORM GRABAR-LOTES
       END-IF
       DISPLAY "VENCIMIENTOS: " WS-POR-VENCER " LOTES POR VENCER EN "
           LIM-DIAS-AVISO-LOTE " DIAS, " WS-BAJAS
           " LOTES VENCIDOS DADOS DE BAJA (" WS-UNIDADES-BAJA
           " UNIDADES) - VER VENCIMIENTOS-LOTE.txt"
       STOP RUN.

       CARGAR-LIMITES-LOTE.
       OPEN INPUT LIMITES
       IF WS-LIM-STATUS = '35'
           MOVE 0 TO WS-LIM-EOF
       ELSE
           PERFORM UNTIL WS-LIM-EOF = 1
               READ LIMITES
                   AT END
                       MOVE 1 TO WS-LIM-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LIM-CLAVE WS-LIM-VALOR
                       UNSTRING FD-LIM-REC DELIMITED BY ','
                           INTO WS-LIM-CLAVE WS-LIM-VALOR
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE
                           (FUNCTION TRIM (WS-LIM-CLAVE))
                           = 'DIAS-AVISO-LOTE'
                           MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                               TO LIM-DIAS-AVISO-LOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMITES
       END-IF
       MOVE 0 TO WS-LIM-EOF.

      *A SELLABLE LOT PAST ITS DATE IS NO LONGER STOCK: ITS UNITS
      *COME OFF THE BRANCH ROW (NEVER BELOW ZERO), THE ADJUSTMENT IS
      *POSTED TO THE AUDIT TRAIL AND THE LOT TURNS 'B', KEEPING THE
      *UNITS WRITTEN OFF. THE LOTS STILL SELLABLE GET THEIR LIST KEY
      *WHEN THEY FALL INSIDE THE WARNING WINDOW.
       DAR-DE-BAJA-VENCIDOS.
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-LOT-USADOS
           MOVE HIGH-VALUES TO LST-CLAVE (WS-J)
           MOVE LOT-FILA (WS-J) TO LOTE-LINEA
           IF LOT-ESTADO = 'V' AND LOT-EXISTENCIA > 0
               AND LOT-VENCE NOT = SPACES
               IF LOT-VENCE < WS-HOY
                   PERFORM DAR-DE-BAJA-LOTE
               ELSE
                   PERFORM CALCULAR-DIAS
                   IF WS-DIAS <= LIM-DIAS-AVISO-LOTE
                       MOVE LOT-SUCURSAL TO WS-LST-SUC
                       MOVE LOT-VENCE TO WS-LST-VENCE
                       MOVE LOT-SKU TO WS-LST-SKU
                       MOVE LOT-LOTE TO WS-LST-LOTE
                       MOVE WS-LST-CLAVE TO LST-CLAVE (WS-J)
                       ADD 1 TO WS-POR-VENCER
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       DAR-DE-BAJA-LOTE.
       ADD 1 TO WS-BAJAS
       ADD LOT-EXISTENCIA TO WS-UNIDADES-BAJA
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INVS-USADOS OR WS-HIT > 0
           IF INVS-SUC (WS-I) = LOT-SUCURSAL
               AND INVS-SKU (WS-I) = LOT-SKU
               MOVE WS-I TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT > 0
           MOVE INVS-EXISTENCIA (WS-HIT) TO WS-ANTES
           IF LOT-EXISTENCIA > INVS-EXISTENCIA (WS-HIT)
               MOVE 0 TO INVS-EXISTENCIA (WS-HIT)
           ELSE
               SUBTRACT LOT-EXISTENCIA FROM INVS-EXISTENCIA (WS-HIT)
           END-IF
           MOVE INVS-EXISTENCIA (WS-HIT) TO AUD-DESPUES
       ELSE
           MOVE 0 TO WS-ANTES
           MOVE 0 TO AUD-DESPUES
       END-IF
       MOVE LOT-SUCURSAL TO AUD-SUC
       MOVE LOT-SKU TO AUD-SKU
       MOVE WS-ANTES TO AUD-ANTES
       MOVE 'BAJA POR VENCIMIENTO' TO AUD-MOTIVO
       MOVE SPACES TO AUD-LOTE-TXT
       STRING ' LOTE:' LOT-LOTE DELIMITED BY SIZE INTO AUD-LOTE-TXT
       MOVE AUDITORIA-LINEA TO FD-AUD-REC
       WRITE FD-AUD-REC
       MOVE 'B' TO LOT-ESTADO
       MOVE WS-HOY TO LOT-FECHA-BAJA
       MOVE LOTE-LINEA TO LOT-FILA (WS-J)
       ADD 1 TO WS-LOT-CAMBIOS.

       CALCULAR-DIAS.
       MOVE 99999 TO WS-DIAS
       MOVE SPACES TO WS-FECHA-TXT
       STRING LOT-VENCE (1:4) LOT-VENCE (6:2) LOT-VENCE (9:2)
           DELIMITED BY SIZE INTO WS-FECHA-TXT
       IF WS-FECHA-TXT NUMERIC
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-HOY-NUM)
       END-IF.

      *BRANCH BY BRANCH, EARLIEST EXPIRY FIRST, WITH A SUBTOTAL
      *EACH TIME THE BRANCH CHANGES.
       LISTAR-POR-VENCER.
       MOVE SPACES TO FD-REP-REC
       STRING '**LOTES QUE VENCEN EN ' LIM-DIAS-AVISO-LOTE
           ' DIAS O MENOS - ' WS-HOY '**'
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       MOVE 0 TO WS-SUC-ACTUAL
       MOVE WS-POR-VENCER TO WS-LST-PENDIENTES
       PERFORM UNTIL WS-LST-PENDIENTES = 0
           PERFORM ELEGIR-SIGUIENTE
           MOVE LOT-FILA (WS-LST-MEJOR) TO LOTE-LINEA
           IF LOT-SUCURSAL NOT = WS-SUC-ACTUAL
               IF WS-SUC-ACTUAL > 0
                   PERFORM ESCRIBIR-SUBTOTAL
               END-IF
               MOVE LOT-SUCURSAL TO WS-SUC-ACTUAL
               MOVE 0 TO WS-SUC-LOTES WS-SUC-UNIDADES
           END-IF
           PERFORM CALCULAR-DIAS
           MOVE LOT-SUCURSAL TO VEN-SUC
           MOVE LOT-SKU TO VEN-SKU
           MOVE LOT-LOTE TO VEN-LOTE
           MOVE LOT-VENCE TO VEN-VENCE
           MOVE WS-DIAS TO VEN-DIAS
           MOVE LOT-EXISTENCIA TO VEN-CANTIDAD
           MOVE VENCE-LINEA TO FD-REP-REC
           WRITE FD-REP-REC
           ADD 1 TO WS-SUC-LOTES
           ADD LOT-EXISTENCIA TO WS-SUC-UNIDADES
           MOVE HIGH-VALUES TO LST-CLAVE (WS-LST-MEJOR)
           SUBTRACT 1 FROM WS-LST-PENDIENTES
       END-PERFORM
       IF WS-SUC-ACTUAL > 0
           PERFORM ESCRIBIR-SUBTOTAL
       END-IF
       IF WS-POR-VENCER = 0
           MOVE 'SIN LOTES POR VENCER EN LA VENTANA' TO FD-REP-REC
           WRITE FD-REP-REC
       END-IF.

       ELEGIR-SIGUIENTE.
       MOVE 0 TO WS-LST-MEJOR
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-LOT-USADOS
           IF LST-CLAVE (WS-I) NOT = HIGH-VALUES
               IF WS-LST-MEJOR = 0
                   OR LST-CLAVE (WS-I) < LST-CLAVE (WS-LST-MEJOR)
                   MOVE WS-I TO WS-LST-MEJOR
               END-IF
           END-IF
       END-PERFORM.

       ESCRIBIR-SUBTOTAL.
       MOVE WS-SUC-ACTUAL TO SUB-SUC
       MOVE WS-SUC-LOTES TO SUB-LOTES
       MOVE WS-SUC-UNIDADES TO SUB-UNIDADES
       MOVE SUBTOTAL-LINEA TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC.

       LISTAR-BAJAS.
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       STRING '**LOTES VENCIDOS DADOS DE BAJA - ' WS-HOY '**'
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-LOT-USADOS
           MOVE LOT-FILA (WS-J) TO LOTE-LINEA
           IF LOT-ESTADO = 'B' AND LOT-FECHA-BAJA = WS-HOY
               MOVE LOT-SUCURSAL TO BAJ-SUC
               MOVE LOT-SKU TO BAJ-SKU
               MOVE LOT-LOTE TO BAJ-LOTE
               MOVE LOT-VENCE TO BAJ-VENCE
               MOVE LOT-EXISTENCIA TO BAJ-CANTIDAD
               MOVE BAJA-LINEA TO FD-REP-REC
               WRITE FD-REP-REC
               ADD 1 TO WS-BAJAS-HOY
               ADD LOT-EXISTENCIA TO WS-UNIDADES-HOY
           END-IF
       END-PERFORM
       MOVE SPACES TO FD-REP-REC
       IF WS-BAJAS-HOY = 0
           MOVE 'SIN LOTES VENCIDOS' TO FD-REP-REC
       ELSE
           STRING 'LOTES DADOS DE BAJA: ' WS-BAJAS-HOY
               '  UNIDADES: ' WS-UNIDADES-HOY
               DELIMITED BY SIZE INTO FD-REP-REC
       END-IF
       WRITE FD-REP-REC.

       CARGAR-INVENTARIO.
       OPEN INPUT INVENTARIO
       IF WS-INV-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ INVENTARIO
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-INV-USADOS < 2000
                           ADD 1 TO WS-INV-USADOS
                           MOVE SPACES TO WS-INV-SKU WS-INV-EXI
                               WS-INV-REO
                           UNSTRING INVENTARIO-REC DELIMITED BY ','
                               INTO WS-INV-SKU WS-INV-EXI WS-INV-REO
                           END-UNSTRING
                           MOVE WS-INV-SKU TO
                               INV-SKU (WS-INV-USADOS)
                           MOVE FUNCTION NUMVAL (WS-INV-EXI) TO
                               INV-EXISTENCIA (WS-INV-USADOS)
                           MOVE FUNCTION NUMVAL (WS-INV-REO) TO
                               INV-REORDEN (WS-INV-USADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTARIO
       END-IF
       MOVE 0 TO EOF.

       CARGAR-INVENTARIO-SUC.
       OPEN INPUT INVENTARIO-SUC
       IF WS-INVS-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ INVENTARIO-SUC
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-INVS-USADOS < 6000
                           ADD 1 TO WS-INVS-USADOS
                           MOVE SPACES TO WS-INVS-SUC-TXT
                               WS-INV-SKU WS-INV-EXI WS-INV-REO
                           UNSTRING INVENTARIO-SUC-REC
                               DELIMITED BY ','
                               INTO WS-INVS-SUC-TXT WS-INV-SKU
                               WS-INV-EXI WS-INV-REO
                           END-UNSTRING
                           MOVE FUNCTION NUMVAL (WS-INVS-SUC-TXT)
                               TO INVS-SUC (WS-INVS-USADOS)
                           MOVE WS-INV-SKU TO
                               INVS-SKU (WS-INVS-USADOS)
                           MOVE FUNCTION NUMVAL (WS-INV-EXI) TO
                               INVS-EXISTENCIA (WS-INVS-USADOS)
                           MOVE FUNCTION NUMVAL (WS-INV-REO) TO
                               INVS-REORDEN (WS-INVS-USADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTARIO-SUC
       END-IF
       MOVE 0 TO EOF.

      *SAME ROLLUP RULE AS ACTUALIZAR-INVENTARIO: THE COMPANY FILE
      *IS THE SUM OF THE BRANCH ROWS, IN ITS EXISTING SKU ORDER.
       REARMAR-ROLLUP.
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INV-USADOS
           MOVE 0 TO INV-EXISTENCIA (WS-I)
           MOVE 0 TO INV-REORDEN (WS-I)
       END-PERFORM
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-INVS-USADOS
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INV-USADOS OR WS-HIT > 0
               IF INV-SKU (WS-I) = INVS-SKU (WS-J)
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-INV-USADOS < 2000
               ADD 1 TO WS-INV-USADOS
               MOVE WS-INV-USADOS TO WS-HIT
               MOVE INVS-SKU (WS-J) TO INV-SKU (WS-HIT)
               MOVE 0 TO INV-EXISTENCIA (WS-HIT)
               MOVE 0 TO INV-REORDEN (WS-HIT)
           END-IF
           IF WS-HIT > 0
               ADD INVS-EXISTENCIA (WS-J) TO INV-EXISTENCIA (WS-HIT)
               ADD INVS-REORDEN (WS-J) TO INV-REORDEN (WS-HIT)
           END-IF
       END-PERFORM.

       GRABAR-INVENTARIO-SUC.
       MOVE 'inv-suc.NUEVO.txt' TO WS-NUEVO-NOMBRE
       OPEN OUTPUT STOCK-NUEVO
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INVS-USADOS
           MOVE SPACES TO STOCK-NUEVO-REC
           MOVE INVS-SUC (WS-I) TO WS-SUC-ED
           MOVE INVS-EXISTENCIA (WS-I) TO WS-EXI-ED
           STRING WS-SUC-ED ','
               FUNCTION TRIM (INVS-SKU (WS-I)) ','
               WS-EXI-ED ','
               INVS-REORDEN (WS-I)
               DELIMITED BY SIZE INTO STOCK-NUEVO-REC
           WRITE STOCK-NUEVO-REC
       END-PERFORM
       CLOSE STOCK-NUEVO
       CALL "SYSTEM" USING
           "mv -f inv-suc.NUEVO.txt inventario-suc.txt"
       MOVE 0 TO RETURN-CODE.

       GRABAR-INVENTARIO.
       MOVE 'inventario.NUEVO.txt' TO WS-NUEVO-NOMBRE
       OPEN OUTPUT STOCK-NUEVO
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INV-USADOS
           MOVE SPACES TO STOCK-NUEVO-REC
           MOVE INV-EXISTENCIA (WS-I) TO WS-EXI-ED
           STRING FUNCTION TRIM (INV-SKU (WS-I)) ','
               WS-EXI-ED ','
               INV-REORDEN (WS-I)
               DELIMITED BY SIZE INTO STOCK-NUEVO-REC
           WRITE STOCK-NUEVO-REC
       END-PERFORM
       CLOSE STOCK-NUEVO
       CALL "SYSTEM" USING
           "mv -f inventario.NUEVO.txt inventario.txt"
       MOVE 0 TO RETURN-CODE.

       COPY LOTES-PROC.
