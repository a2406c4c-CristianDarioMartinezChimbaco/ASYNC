       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUEDAD-STOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVENTARIO ASSIGN TO 'inventario.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.
       SELECT INVENTARIO-SUC ASSIGN TO 'inventario-suc.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVS-STATUS.
       SELECT PRECIOS ASSIGN TO 'precios.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRE-STATUS.
       SELECT PRODUCTOS ASSIGN TO 'PRODUCTOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-ID
           FILE STATUS IS WS-PRD-STATUS.
       SELECT ELEMENTOS ASSIGN TO 'elementos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELE-STATUS.
       SELECT REGISTRO ASSIGN TO 'VENTAS-YTD-GEN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
      *EVERY ARCHIVE GENERATION AND THEN THE LIVE LEDGER ARE OPENED
      *THROUGH THE SAME DYNAMIC SELECT, ONE AFTER ANOTHER - A LINE
      *THAT LAST SOLD TWO YEARS AGO IS ONLY FOUND IN THE ARCHIVE.
       SELECT LEDGER ASSIGN USING WS-LEDGER-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LED-STATUS.
       SELECT REPORTE ASSIGN TO 'ANTIGUEDAD-STOCK.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
       FD  INVENTARIO.
           01  INVENTARIO-REC      PIC X(40).
       FD  INVENTARIO-SUC.
           01  INVENTARIO-SUC-REC  PIC X(50).
       FD  PRECIOS.
           01  PRECIOS-REC         PIC X(50).
       FD  PRODUCTOS.
           COPY WS-PRODUCTOS-IDX.
       FD  ELEMENTOS.
           01  ELEMENTOS-REC       PIC X(50).
       FD  REGISTRO.
           01  FD-REG-REC          PIC X(60).
       FD  LEDGER.
           01  FD-LEDGER-REC       PIC X(188).
      * WHAT IS SITTING ON THE SHELF NOT SELLING: EVERY (BRANCH, SKU)
      * ROW WITH STOCK AND NO SALE IN 30 DAYS OR MORE, BY AGING BAND
      * AND CATEGORY, WITH DAYS SINCE THE LAST SALE, UNITS ON HAND,
      * WEEKS OF COVER AND THE VALUE TIED UP - THE BUYERS' MARKDOWN
      * AND STOP-REORDER LIST, THE OTHER SIDE OF CALCULAR-REORDEN.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(120).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-INV-STATUS           PIC XX VALUE '00'.
       01  WS-INVS-STATUS          PIC XX VALUE '00'.
       01  WS-PRE-STATUS           PIC XX VALUE '00'.
       01  WS-PRD-STATUS           PIC XX VALUE '00'.
       01  WS-ELE-STATUS           PIC XX VALUE '00'.
       01  WS-REG-STATUS           PIC XX VALUE '00'.
       01  WS-LED-STATUS           PIC XX VALUE '00'.
       01  WS-LEDGER-NOMBRE        PIC X(30) VALUE SPACES.
       01  WS-ARCHIVOS-LEIDOS      PIC 9(04) VALUE ZEROS.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-K                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
       01  WS-B                    PIC 9(01) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
      *"ANTIGUEDAD-STOCK [FECHA-CORTE]" (YYYY-MM-DD) - THE DAY THE
      *AGE IS MEASURED FROM AND THE PRICE IS TAKEN AT; TODAY BY
      *DEFAULT.
       01  WS-CORTE-ARG            PIC X(20).
       01  WS-FECHA-CORTE          PIC X(10).
       01  WS-FECHA-RITMO          PIC X(10).
       01  WS-CORTE-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-RITMO-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-DIAS                 PIC S9(07) VALUE ZEROS.
      *THE RECENT SALES RATE BEHIND WEEKS OF COVER IS THE NET UNITS
      *OF THE LAST WS-DIAS-RITMO DAYS, PER WEEK.
       01  WS-DIAS-RITMO           PIC 9(03) VALUE 90.
       01  WS-SEMANAS              PIC 9(05)V9 VALUE ZEROS.
       01  WS-SIN-PRECIO           PIC 9(04) VALUE ZEROS.
       01  WS-INV-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-INVS-USADOS          PIC 9(04) VALUE ZEROS.
       01  WS-INVS-SUC-TXT         PIC X(05).
       01  WS-INV-SKU              PIC X(10).
       01  WS-INV-EXI              PIC X(10).
       01  WS-INV-REO              PIC X(10).
       01  INV-TAB OCCURS 2000 TIMES.
           05  INV-SKU             PIC X(10).
           05  INV-EXISTENCIA      PIC S9(07) VALUE ZEROS.
      *ONE ROW PER inventario-suc.txt LINE, WITH WHAT THE LEDGER
      *WALK FINDS FOR IT: THE LAST 'V' DATE AND THE NET UNITS OF THE
      *RECENT-RATE WINDOW; THEN ITS BAND, CATEGORY AND VALUE.
       01  INVS-TAB OCCURS 6000 TIMES.
           05  INVS-SUC            PIC 9(03) VALUE ZEROS.
           05  INVS-SKU            PIC X(10).
           05  INVS-EXISTENCIA     PIC S9(07) VALUE ZEROS.
           05  INVS-ULTIMA         PIC X(10) VALUE SPACES.
           05  INVS-RECIENTES      PIC S9(09) VALUE ZEROS.
           05  INVS-DIAS           PIC 9(05) VALUE ZEROS.
           05  INVS-BANDA          PIC 9(01) VALUE ZEROS.
           05  INVS-CATEGORIA      PIC X(03).
           05  INVS-VALOR          PIC S9(13)V99 VALUE ZEROS.
      *EFFECTIVE PRICE PER SKU - OF ALL THE precios.txt LINES FOR A
      *SKU, THE LATEST FECHA-EFECTIVA NOT PAST THE CUT-OFF WINS, THE
      *SAME SELECTION VALORAR-INVENTARIO MAKES.
       01  WS-PRECIOS-CARGADOS     PIC 9(04) VALUE ZEROS.
       01  WS-PRECIO-SKU           PIC X(10).
       01  WS-PRECIO-TXT           PIC X(12).
       01  WS-PRECIO-FECHA         PIC X(10).
       01  PRECIO-TAB OCCURS 2000 TIMES.
           05  PT-SKU              PIC X(10).
           05  PT-PRECIO           PIC 9(08)V99 VALUE ZEROS.
           05  PT-FECHA            PIC X(10).
      *SKU TO CATEGORY MAP, INDEXED MASTER FIRST WITH TXT FALLBACK.
       01  WS-CAT-CARGADAS         PIC 9(04) VALUE ZEROS.
       01  CATMAP-TAB OCCURS 2000 TIMES.
           05  CM-SKU              PIC X(10).
           05  CM-CATEGORIA        PIC X(03).
       01  WS-ELE-SKU              PIC X(10).
       01  WS-ELE-NOMBRE           PIC X(30).
       01  WS-ELE-CATEGORIA        PIC X(03).
      *CATEGORIES IN ORDER OF FIRST APPEARANCE - THE SUBTOTAL ORDER
      *INSIDE EVERY BAND.
       01  WS-VCAT-USADAS          PIC 9(02) VALUE ZEROS.
       01  WS-VCAT-IDX             PIC 9(02) VALUE ZEROS.
       01  VCAT-TAB OCCURS 50 TIMES.
           05  VCAT-CODIGO         PIC X(03).
      *BAND 1 SOLD WITHIN 30 DAYS AND ONLY COUNTS IN THE SUMMARY;
      *2, 3 AND 4 ARE NO SALE IN 30, 90 AND 180 OR MORE DAYS (A ROW
      *THAT NEVER SOLD IS IN 4). THE LOWER EDGE OF EACH BAND IS IN
      *BANDA-DESDE.
       01  BANDAS-DEF.
           05  FILLER              PIC X(28) VALUE
               '00000VENDIDO EN 30 DIAS'.
           05  FILLER              PIC X(28) VALUE
               '00030SIN VENTA 30-89 DIAS'.
           05  FILLER              PIC X(28) VALUE
               '00090SIN VENTA 90-179 DIAS'.
           05  FILLER              PIC X(28) VALUE
               '00180SIN VENTA 180+ DIAS'.
       01  BANDAS-TAB REDEFINES BANDAS-DEF.
           05  BANDA-DEF OCCURS 4 TIMES.
               10  BANDA-DESDE     PIC 9(05).
               10  BANDA-NOMBRE    PIC X(23).
       01  BANDA-TOTALES.
           05  BANDA-TOT OCCURS 4 TIMES.
               10  BT-FILAS        PIC 9(05) VALUE ZEROS.
               10  BT-UNIDADES     PIC S9(09) VALUE ZEROS.
               10  BT-VALOR        PIC S9(13)V99 VALUE ZEROS.
       01  WS-SUB-FILAS            PIC 9(05) VALUE ZEROS.
       01  WS-SUB-UNIDADES         PIC S9(09) VALUE ZEROS.
       01  WS-SUB-VALOR            PIC S9(13)V99 VALUE ZEROS.
       01  DETALLE-LINEA.
           05  FILLER              PIC X(04) VALUE 'SUC:'.
           05  DTL-SUC             PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DTL-SKU             PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DTL-CATEGORIA       PIC X(03).
           05  FILLER              PIC X(08) VALUE ' ULTIMA:'.
           05  DTL-ULTIMA          PIC X(10).
           05  FILLER              PIC X(06) VALUE ' DIAS:'.
           05  DTL-DIAS            PIC X(05).
           05  FILLER              PIC X(06) VALUE ' EXIS:'.
           05  DTL-EXISTENCIA      PIC -(06)9.
           05  FILLER              PIC X(10) VALUE ' SEMANAS: '.
           05  DTL-SEMANAS         PIC X(07).
           05  FILLER              PIC X(07) VALUE ' VALOR:'.
           05  DTL-VALOR           PIC -(12)9.99.
       01  WS-DIAS-ED              PIC Z(04)9.
       01  WS-SEMANAS-ED           PIC Z(04)9.9.
       01  SUBTOTAL-LINEA.
           05  FILLER              PIC X(15) VALUE '  SUBTOTAL CAT '.
           05  STL-CATEGORIA       PIC X(03).
           05  FILLER              PIC X(07) VALUE ' FILAS:'.
           05  STL-FILAS           PIC Z(04)9.
           05  FILLER              PIC X(07) VALUE ' UNID: '.
           05  STL-UNIDADES        PIC -(08)9.
           05  FILLER              PIC X(08) VALUE ' VALOR: '.
           05  STL-VALOR           PIC -(12)9.99.
       01  RESUMEN-LINEA.
           05  RSL-NOMBRE          PIC X(23).
           05  FILLER              PIC X(07) VALUE ' FILAS:'.
           05  RSL-FILAS           PIC Z(04)9.
           05  FILLER              PIC X(07) VALUE ' UNID: '.
           05  RSL-UNIDADES        PIC -(08)9.
           05  FILLER              PIC X(08) VALUE ' VALOR: '.
           05  RSL-VALOR           PIC -(12)9.99.
      *ONE ROW IN THE GENERATION REGISTRY (SEE ARCHIVAR-YTD).
       01  REGISTRO-LINEA.
           05  FILLER              PIC X(01).
           05  REG-GEN             PIC 9(04).
           05  FILLER              PIC X(01).
           05  REG-DESDE           PIC X(10).
           05  FILLER              PIC X(01).
           05  REG-HASTA           PIC X(10).
           05  FILLER              PIC X(01).
           05  REG-CANTIDAD        PIC 9(10).
           05  FILLER              PIC X(01).
           05  REG-SUMA            PIC 9(13)V99.

       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       ACCEPT WS-CORTE-ARG FROM COMMAND-LINE
       MOVE FUNCTION TRIM (WS-CORTE-ARG) TO WS-FECHA-CORTE
       IF WS-FECHA-CORTE = SPACES
           STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
               WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
               INTO WS-FECHA-CORTE
       END-IF
       IF WS-FECHA-CORTE (1:4) NOT NUMERIC
           OR WS-FECHA-CORTE (6:2) NOT NUMERIC
           OR WS-FECHA-CORTE (9:2) NOT NUMERIC
           DISPLAY "USO: ANTIGUEDAD-STOCK [FECHA-CORTE YYYY-MM-DD]"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-FECHA-CORTE (1:4) TO WS-CORTE-NUM (1:4)
       MOVE WS-FECHA-CORTE (6:2) TO WS-CORTE-NUM (5:2)
       MOVE WS-FECHA-CORTE (9:2) TO WS-CORTE-NUM (7:2)
       COMPUTE WS-RITMO-NUM = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-CORTE-NUM) - WS-DIAS-RITMO)
       STRING WS-RITMO-NUM (1:4) '-' WS-RITMO-NUM (5:2) '-'
           WS-RITMO-NUM (7:2) DELIMITED BY SIZE INTO WS-FECHA-RITMO
       PERFORM CARGAR-INVENTARIO
       PERFORM CARGAR-INVENTARIO-SUC
       IF WS-INVS-USADOS = 0
           DISPLAY "inventario-suc.txt VACIO O AUSENTE - SIN REPORTE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-PRECIOS
       PERFORM CARGAR-CATEGORIAS
       PERFORM RECORRER-GENERACIONES
       MOVE 'VENTAS-YTD.txt' TO WS-LEDGER-NOMBRE
       PERFORM ACUMULAR-ARCHIVO
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INVS-USADOS
           PERFORM CLASIFICAR-FILA
       END-PERFORM
       PERFORM ESCRIBIR-REPORTE
       DISPLAY "ANTIGUEDAD-STOCK.txt GENERADO AL " WS-FECHA-CORTE
           ": " BT-FILAS (2) " / " BT-FILAS (3) " / " BT-FILAS (4)
           " FILAS SIN VENTA EN 30 / 90 / 180+ DIAS ("
           WS-ARCHIVOS-LEIDOS " ARCHIVOS LEIDOS)"
       IF WS-SIN-PRECIO > 0
           DISPLAY "ADVERTENCIA: " WS-SIN-PRECIO
               " FILAS CON EXISTENCIA Y SIN PRECIO - VALOR CERO"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTARIO
       END-IF
       MOVE 0 TO EOF.

      *SEEDED FROM THE COMPANY FILE INTO BRANCH 001 WHEN THE
      *PER-BRANCH MASTER DOES NOT EXIST YET, EXACTLY AS
      *ACTUALIZAR-INVENTARIO DOES.
       CARGAR-INVENTARIO-SUC.
       OPEN INPUT INVENTARIO-SUC
       IF WS-INVS-STATUS = '35'
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INV-USADOS
               ADD 1 TO WS-INVS-USADOS
               MOVE 1 TO INVS-SUC (WS-INVS-USADOS)
               MOVE INV-SKU (WS-I) TO INVS-SKU (WS-INVS-USADOS)
               MOVE INV-EXISTENCIA (WS-I) TO
                   INVS-EXISTENCIA (WS-INVS-USADOS)
           END-PERFORM
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTARIO-SUC
       END-IF
       MOVE 0 TO EOF.

       CARGAR-PRECIOS.
       OPEN INPUT PRECIOS
       IF WS-PRE-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ PRECIOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       PERFORM CARGAR-PRECIO-LINEA
               END-READ
           END-PERFORM
           CLOSE PRECIOS
       END-IF
       MOVE 0 TO EOF.

       CARGAR-PRECIO-LINEA.
       MOVE SPACES TO WS-PRECIO-SKU WS-PRECIO-TXT WS-PRECIO-FECHA
       UNSTRING PRECIOS-REC DELIMITED BY ','
           INTO WS-PRECIO-SKU WS-PRECIO-TXT WS-PRECIO-FECHA
       END-UNSTRING
       IF WS-PRECIO-FECHA = SPACES
           MOVE '0000-00-00' TO WS-PRECIO-FECHA
       END-IF
       IF WS-PRECIO-SKU = SPACES OR WS-PRECIO-FECHA > WS-FECHA-CORTE
           CONTINUE
       ELSE
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-PRECIOS-CARGADOS
                   OR WS-HIT > 0
               IF PT-SKU (WS-K) = WS-PRECIO-SKU
                   MOVE WS-K TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-PRECIOS-CARGADOS >= 2000
                   CONTINUE
               ELSE
                   ADD 1 TO WS-PRECIOS-CARGADOS
                   MOVE WS-PRECIOS-CARGADOS TO WS-HIT
                   MOVE WS-PRECIO-SKU TO PT-SKU (WS-HIT)
                   MOVE FUNCTION NUMVAL (WS-PRECIO-TXT) TO
                       PT-PRECIO (WS-HIT)
                   MOVE WS-PRECIO-FECHA TO PT-FECHA (WS-HIT)
               END-IF
           ELSE
               IF WS-PRECIO-FECHA >= PT-FECHA (WS-HIT)
                   MOVE FUNCTION NUMVAL (WS-PRECIO-TXT) TO
                       PT-PRECIO (WS-HIT)
                   MOVE WS-PRECIO-FECHA TO PT-FECHA (WS-HIT)
               END-IF
           END-IF
       END-IF.

       CARGAR-CATEGORIAS.
       OPEN INPUT PRODUCTOS
       IF WS-PRD-STATUS = '00'
           MOVE 0 TO PRD-ID
           START PRODUCTOS KEY IS > PRD-ID
           IF WS-PRD-STATUS = '00'
               PERFORM UNTIL EOF = 1
                   READ PRODUCTOS NEXT RECORD
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF WS-CAT-CARGADAS < 2000
                               ADD 1 TO WS-CAT-CARGADAS
                               MOVE PRD-SKU TO
                                   CM-SKU (WS-CAT-CARGADAS)
                               MOVE PRD-CATEGORIA TO
                                   CM-CATEGORIA (WS-CAT-CARGADAS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PRODUCTOS
       ELSE
           OPEN INPUT ELEMENTOS
           IF WS-ELE-STATUS = '00'
               PERFORM UNTIL EOF = 1
                   READ ELEMENTOS
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF WS-CAT-CARGADAS < 2000
                               ADD 1 TO WS-CAT-CARGADAS
                               MOVE SPACES TO WS-ELE-SKU
                                   WS-ELE-NOMBRE WS-ELE-CATEGORIA
                               UNSTRING ELEMENTOS-REC
                                   DELIMITED BY ','
                                   INTO WS-ELE-SKU WS-ELE-NOMBRE
                                   WS-ELE-CATEGORIA
                               END-UNSTRING
                               MOVE WS-ELE-SKU TO
                                   CM-SKU (WS-CAT-CARGADAS)
                               MOVE WS-ELE-CATEGORIA TO
                                   CM-CATEGORIA (WS-CAT-CARGADAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELEMENTOS
           END-IF
       END-IF
       MOVE 0 TO EOF.

      *ONLY GENERATIONS THAT START ON OR BEFORE THE CUT-OFF CAN HOLD
      *A SALE THAT COUNTS - ALL OF THEM, HOWEVER OLD.
       RECORRER-GENERACIONES.
       OPEN INPUT REGISTRO
       IF WS-REG-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ REGISTRO
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-REG-REC TO REGISTRO-LINEA
                       IF REG-DESDE <= WS-FECHA-CORTE
                           MOVE SPACES TO WS-LEDGER-NOMBRE
                           STRING 'VENTAS-YTD-G' REG-GEN '.txt'
                               DELIMITED BY SIZE
                               INTO WS-LEDGER-NOMBRE
                           PERFORM ACUMULAR-ARCHIVO-ANIDADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRO
       END-IF
       MOVE 0 TO EOF.

      *THE REGISTRY LOOP ABOVE IS DRIVEN BY THE SAME EOF SWITCH THE
      *FILE WALK USES, SO THE NESTED WALK RUNS ON ITS OWN COPY OF
      *THE SWITCH AND GIVES IT BACK AFTERWARDS.
       ACUMULAR-ARCHIVO-ANIDADO.
       MOVE 0 TO EOF
       PERFORM ACUMULAR-ARCHIVO
       MOVE 0 TO EOF.

       ACUMULAR-ARCHIVO.
       OPEN INPUT LEDGER
       IF WS-LED-STATUS NOT = '00'
           DISPLAY "AVISO: " FUNCTION TRIM (WS-LEDGER-NOMBRE)
               " NO DISPONIBLE - OMITIDO"
       ELSE
           ADD 1 TO WS-ARCHIVOS-LEIDOS
           PERFORM UNTIL EOF = 1
               READ LEDGER
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-LEDGER-REC (1:3) = 'DET'
                           MOVE FD-LEDGER-REC TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           PERFORM ACUMULAR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER
       END-IF
       MOVE 0 TO EOF.

      *A 'V' LINE MOVES THE ROW'S LAST SALE; INSIDE THE RATE WINDOW
      *IT ALSO ADDS UNITS, WHICH AN 'R' TAKES BACK. PAYMENTS AND
      *LINES PAST THE CUT-OFF DO NOT COUNT. A SALE AT A (BRANCH,
      *SKU) WITH NO STOCK ROW HAS NOTHING ON THE SHELF TO AGE.
       ACUMULAR-LINEA.
       IF CANTIDAD-VENDIDA NOT NUMERIC OR SUCURSAL NOT NUMERIC
           OR TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
           OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
           OR FECHA-VENTA > WS-FECHA-CORTE
           CONTINUE
       ELSE
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-INVS-USADOS OR WS-HIT > 0
               IF INVS-SUC (WS-J) = SUCURSAL
                   AND INVS-SKU (WS-J) = PRODUCTO-SKU
                   MOVE WS-J TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT > 0
               IF TIPO-TRANSACCION = 'V'
                   AND FECHA-VENTA > INVS-ULTIMA (WS-HIT)
                   MOVE FECHA-VENTA TO INVS-ULTIMA (WS-HIT)
               END-IF
               IF FECHA-VENTA > WS-FECHA-RITMO
                   IF TIPO-TRANSACCION = 'R'
                       SUBTRACT CANTIDAD-VENDIDA FROM
                           INVS-RECIENTES (WS-HIT)
                   ELSE
                       ADD CANTIDAD-VENDIDA TO
                           INVS-RECIENTES (WS-HIT)
                   END-IF
               END-IF
           END-IF
       END-IF.

      *DAYS SINCE THE LAST SALE, BAND, CATEGORY AND VALUE AT THE
      *EFFECTIVE PRICE. ROWS WITH NOTHING ON HAND TIE UP NO MONEY
      *AND STAY OUT OF THE REPORT. A ROW WITH STOCK BUT NO PRICE IS
      *LISTED AT ZERO AND COUNTED FOR THE WARNING.
       CLASIFICAR-FILA.
       IF INVS-EXISTENCIA (WS-I) > 0
           IF INVS-ULTIMA (WS-I) = SPACES
               MOVE 99999 TO INVS-DIAS (WS-I)
           ELSE
               MOVE INVS-ULTIMA (WS-I) (1:4) TO WS-FECHA-NUM (1:4)
               MOVE INVS-ULTIMA (WS-I) (6:2) TO WS-FECHA-NUM (5:2)
               MOVE INVS-ULTIMA (WS-I) (9:2) TO WS-FECHA-NUM (7:2)
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WS-CORTE-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
               IF WS-DIAS < 0
                   MOVE 0 TO WS-DIAS
               END-IF
               IF WS-DIAS > 99998
                   MOVE 99998 TO WS-DIAS
               END-IF
               MOVE WS-DIAS TO INVS-DIAS (WS-I)
           END-IF
           MOVE 1 TO INVS-BANDA (WS-I)
           PERFORM VARYING WS-B FROM 2 BY 1 UNTIL WS-B > 4
               IF INVS-DIAS (WS-I) >= BANDA-DESDE (WS-B)
                   MOVE WS-B TO INVS-BANDA (WS-I)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ELE-CATEGORIA
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CAT-CARGADAS
               IF CM-SKU (WS-K) = INVS-SKU (WS-I)
                   MOVE CM-CATEGORIA (WS-K) TO WS-ELE-CATEGORIA
               END-IF
           END-PERFORM
           IF WS-ELE-CATEGORIA = SPACES
               MOVE '???' TO WS-ELE-CATEGORIA
           END-IF
           MOVE WS-ELE-CATEGORIA TO INVS-CATEGORIA (WS-I)
           MOVE 0 TO WS-VCAT-IDX
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-VCAT-USADAS OR WS-VCAT-IDX > 0
               IF VCAT-CODIGO (WS-K) = WS-ELE-CATEGORIA
                   MOVE WS-K TO WS-VCAT-IDX
               END-IF
           END-PERFORM
           IF WS-VCAT-IDX = 0 AND WS-VCAT-USADAS < 50
               ADD 1 TO WS-VCAT-USADAS
               MOVE WS-ELE-CATEGORIA TO VCAT-CODIGO (WS-VCAT-USADAS)
           END-IF
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-PRECIOS-CARGADOS OR WS-HIT > 0
               IF PT-SKU (WS-K) = INVS-SKU (WS-I)
                   MOVE WS-K TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               MOVE 0 TO INVS-VALOR (WS-I)
               IF INVS-BANDA (WS-I) > 1
                   ADD 1 TO WS-SIN-PRECIO
               END-IF
           ELSE
               COMPUTE INVS-VALOR (WS-I) =
                   INVS-EXISTENCIA (WS-I) * PT-PRECIO (WS-HIT)
           END-IF
           MOVE INVS-BANDA (WS-I) TO WS-B
           ADD 1 TO BT-FILAS (WS-B)
           ADD INVS-EXISTENCIA (WS-I) TO BT-UNIDADES (WS-B)
           ADD INVS-VALOR (WS-I) TO BT-VALOR (WS-B)
       END-IF.

      *SUMMARY OF ALL FOUR BANDS FIRST, THEN THE THREE AGING BANDS
      *IN DETAIL, EACH BROKEN DOWN BY CATEGORY WITH A SUBTOTAL.
       ESCRIBIR-REPORTE.
       OPEN OUTPUT REPORTE
       MOVE SPACES TO FD-REP-REC
       STRING '**STOCK SIN MOVIMIENTO AL ' WS-FECHA-CORTE
           ' (RITMO RECIENTE: ULTIMOS ' WS-DIAS-RITMO ' DIAS)**'
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
           MOVE BANDA-NOMBRE (WS-B) TO RSL-NOMBRE
           MOVE BT-FILAS (WS-B) TO RSL-FILAS
           MOVE BT-UNIDADES (WS-B) TO RSL-UNIDADES
           MOVE BT-VALOR (WS-B) TO RSL-VALOR
           MOVE RESUMEN-LINEA TO FD-REP-REC
           WRITE FD-REP-REC
       END-PERFORM
       PERFORM VARYING WS-B FROM 2 BY 1 UNTIL WS-B > 4
           MOVE SPACES TO FD-REP-REC
           WRITE FD-REP-REC
           MOVE SPACES TO FD-REP-REC
           STRING '**' FUNCTION TRIM (BANDA-NOMBRE (WS-B)) '**'
               DELIMITED BY SIZE INTO FD-REP-REC
           WRITE FD-REP-REC
           IF BT-FILAS (WS-B) = 0
               MOVE '  (NINGUNA FILA)' TO FD-REP-REC
               WRITE FD-REP-REC
           ELSE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-VCAT-USADAS
                   PERFORM ESCRIBIR-CATEGORIA
               END-PERFORM
           END-IF
       END-PERFORM
       CLOSE REPORTE.

       ESCRIBIR-CATEGORIA.
       MOVE 0 TO WS-SUB-FILAS WS-SUB-UNIDADES WS-SUB-VALOR
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INVS-USADOS
           IF INVS-EXISTENCIA (WS-I) > 0
               AND INVS-BANDA (WS-I) = WS-B
               AND INVS-CATEGORIA (WS-I) = VCAT-CODIGO (WS-K)
               PERFORM ESCRIBIR-DETALLE
           END-IF
       END-PERFORM
       IF WS-SUB-FILAS > 0
           MOVE VCAT-CODIGO (WS-K) TO STL-CATEGORIA
           MOVE WS-SUB-FILAS TO STL-FILAS
           MOVE WS-SUB-UNIDADES TO STL-UNIDADES
           MOVE WS-SUB-VALOR TO STL-VALOR
           MOVE SUBTOTAL-LINEA TO FD-REP-REC
           WRITE FD-REP-REC
       END-IF.

      *WEEKS OF COVER = UNITS ON HAND OVER THE RECENT WEEKLY RATE;
      *NO NET SALES IN THE WINDOW MEANS THE STOCK NEVER RUNS OUT AT
      *THIS PACE.
       ESCRIBIR-DETALLE.
       ADD 1 TO WS-SUB-FILAS
       ADD INVS-EXISTENCIA (WS-I) TO WS-SUB-UNIDADES
       ADD INVS-VALOR (WS-I) TO WS-SUB-VALOR
       MOVE INVS-SUC (WS-I) TO DTL-SUC
       MOVE INVS-SKU (WS-I) TO DTL-SKU
       MOVE INVS-CATEGORIA (WS-I) TO DTL-CATEGORIA
       IF INVS-ULTIMA (WS-I) = SPACES
           MOVE 'NUNCA' TO DTL-ULTIMA
           MOVE '  ---' TO DTL-DIAS
       ELSE
           MOVE INVS-ULTIMA (WS-I) TO DTL-ULTIMA
           MOVE INVS-DIAS (WS-I) TO WS-DIAS-ED
           MOVE WS-DIAS-ED TO DTL-DIAS
       END-IF
       MOVE INVS-EXISTENCIA (WS-I) TO DTL-EXISTENCIA
       IF INVS-RECIENTES (WS-I) <= 0
           MOVE 'SIN MOV' TO DTL-SEMANAS
       ELSE
           COMPUTE WS-SEMANAS ROUNDED =
               INVS-EXISTENCIA (WS-I) * WS-DIAS-RITMO
               / (INVS-RECIENTES (WS-I) * 7)
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-SEMANAS
           END-COMPUTE
           MOVE WS-SEMANAS TO WS-SEMANAS-ED
           MOVE WS-SEMANAS-ED TO DTL-SEMANAS
       END-IF
       MOVE INVS-VALOR (WS-I) TO DTL-VALOR
       MOVE DETALLE-LINEA TO FD-REP-REC
       WRITE FD-REP-REC.

       COPY VENTA-COMPAT-PROC.
