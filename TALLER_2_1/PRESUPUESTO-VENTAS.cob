       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTO-VENTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRESUPUESTOS ASSIGN TO 'presupuestos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PSP-STATUS.
       SELECT REGISTRO ASSIGN TO 'VENTAS-YTD-GEN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
      *THE ARCHIVE GENERATIONS THAT COVER THE YEAR AND THEN THE LIVE
      *LEDGER ARE OPENED THROUGH THE SAME DYNAMIC SELECT, ONE AFTER
      *ANOTHER - THE WALK CONSULTA-HISTORICA DOES.
       SELECT LEDGER ASSIGN USING WS-LEDGER-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LED-STATUS.
       SELECT SUCURSALES-MON ASSIGN TO 'sucursales.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUCMON-STATUS.
       SELECT MONEDAS ASSIGN TO 'monedas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MON-STATUS.
       SELECT REPORTE ASSIGN TO 'PRESUPUESTO-VENTAS.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * SALES BUDGET MASTER, PERIODO,SUCURSAL,CATEGORIA,IMPORTE PER
      * LINE - MAINTAINED THROUGH MANTENER-MAESTROS PRESUPUESTOS.
       FD  PRESUPUESTOS.
           01  FD-PSP-REC          PIC X(50).
       FD  REGISTRO.
           01  FD-REG-REC          PIC X(60).
       FD  LEDGER.
           01  FD-LEDGER-REC       PIC X(188).
       FD  SUCURSALES-MON.
           01  FD-SUCMON-REC       PIC X(50).
       FD  MONEDAS.
           01  FD-MON-REC          PIC X(50).
      * BUDGET VERSUS ACTUAL: ONE LINE PER BRANCH AND CATEGORY WITH
      * ACTUAL NET REVENUE, BUDGET, VARIANCE AND PERCENT ACHIEVED FOR
      * THE MONTH AND FOR THE YEAR TO DATE, A SUBTOTAL PER BRANCH AND
      * THE COMPANY TOTAL.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-PSP-STATUS           PIC XX VALUE '00'.
       01  WS-REG-STATUS           PIC XX VALUE '00'.
       01  WS-LED-STATUS           PIC XX VALUE '00'.
       01  WS-LEDGER-NOMBRE        PIC X(30) VALUE SPACES.
       01  WS-ARCHIVOS-LEIDOS      PIC 9(04) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
      *"PRESUPUESTO-VENTAS [PERIODO]" (YYYY-MM) - THE MONTH REPORTED
      *AND THE YEAR IT CLOSES THE YEAR-TO-DATE FOR; DEFAULTS TO THE
      *CURRENT MONTH.
       01  WS-PERIODO-ARG          PIC X(20).
       01  WS-PERIODO              PIC X(07).
       01  WS-FECHA-DESDE          PIC X(10).
       01  WS-FECHA-HASTA          PIC X(10).
       01  WS-MES-DESDE            PIC X(10).
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-PSP-PERIODO          PIC X(10).
       01  WS-PSP-SUC-TXT          PIC X(10).
       01  WS-PSP-CAT              PIC X(10).
       01  WS-PSP-IMPORTE-TXT      PIC X(15).
       01  WS-PSP-SUC              PIC 9(03) VALUE ZEROS.
       01  WS-PSP-IMPORTE          PIC 9(11)V99 VALUE ZEROS.
       01  WS-PSP-INVALIDAS        PIC 9(05) VALUE ZEROS.
       01  WS-BUSCA-SUC            PIC 9(03) VALUE ZEROS.
       01  WS-BUSCA-CAT            PIC X(03).
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
       01  WS-SUC-ACTUAL           PIC 9(03) VALUE ZEROS.
      *ONE ROW PER BRANCH AND CATEGORY THAT HAS A BUDGET OR A SALE
      *IN THE YEAR, KEPT IN BRANCH/CATEGORY ORDER AS IT LOADS SO THE
      *REPORT COMES OUT GROUPED WITHOUT A SORT. SIGNED, SINCE A
      *MONTH OF REFUNDS CAN NET BELOW ZERO.
       01  WS-FILAS-USADAS         PIC 9(04) VALUE ZEROS.
       01  WS-FILAS-DESCARTADAS    PIC 9(07) VALUE ZEROS.
       01  PPT-TAB.
           05  PPT-FILA OCCURS 2000 TIMES.
               10  PPT-SUC         PIC 9(03).
               10  PPT-CAT         PIC X(03).
               10  PPT-REAL-MES    PIC S9(13)V99.
               10  PPT-PPTO-MES    PIC S9(13)V99.
               10  PPT-REAL-ANO    PIC S9(13)V99.
               10  PPT-PPTO-ANO    PIC S9(13)V99.
      *ONE PRINT LINE SHAPE FOR DETAIL, SUBTOTAL AND TOTAL - THE
      *CALLER FILLS THE FOUR FIGURES AND ARMAR-LINEA-PPTO DERIVES
      *VARIANCE AND PERCENT.
       01  WS-REAL-MES             PIC S9(13)V99 VALUE ZEROS.
       01  WS-PPTO-MES             PIC S9(13)V99 VALUE ZEROS.
       01  WS-REAL-ANO             PIC S9(13)V99 VALUE ZEROS.
       01  WS-PPTO-ANO             PIC S9(13)V99 VALUE ZEROS.
       01  WS-SUB-REAL-MES         PIC S9(13)V99 VALUE ZEROS.
       01  WS-SUB-PPTO-MES         PIC S9(13)V99 VALUE ZEROS.
       01  WS-SUB-REAL-ANO         PIC S9(13)V99 VALUE ZEROS.
       01  WS-SUB-PPTO-ANO         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-REAL-MES         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-PPTO-MES         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-REAL-ANO         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-PPTO-ANO         PIC S9(13)V99 VALUE ZEROS.
       01  WS-PCT                  PIC S9(05)V9 VALUE ZEROS.
       01  WS-PCT-ED               PIC -(4)9.9.
       01  PPTO-LINEA.
           05  PPL-SUC             PIC X(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PPL-CAT             PIC X(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PPL-REAL-MES        PIC -(11)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  PPL-PPTO-MES        PIC -(11)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  PPL-VAR-MES         PIC -(11)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  PPL-PCT-MES         PIC X(07).
           05  FILLER              PIC X(02) VALUE ' |'.
           05  PPL-REAL-ANO        PIC -(11)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  PPL-PPTO-ANO        PIC -(11)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  PPL-VAR-ANO         PIC -(11)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  PPL-PCT-ANO         PIC X(07).
       01  PPTO-TITULO-1.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(25) VALUE ALL '-'.
           05  FILLER              PIC X(05) VALUE ' MES '.
           05  FILLER              PIC X(25) VALUE ALL '-'.
           05  FILLER              PIC X(02) VALUE ' |'.
           05  FILLER              PIC X(20) VALUE ALL '-'.
           05  FILLER              PIC X(15) VALUE ' ACUMULADO ANO '.
           05  FILLER              PIC X(20) VALUE ALL '-'.
       01  PPTO-TITULO-2.
           05  FILLER              PIC X(10) VALUE 'SUC CAT'.
           05  FILLER              PIC X(15) VALUE '           REAL'.
           05  FILLER              PIC X(16) VALUE
               '     PRESUPUESTO'.
           05  FILLER              PIC X(16) VALUE
               '       VARIACION'.
           05  FILLER              PIC X(08) VALUE '  %LOGRO'.
           05  FILLER              PIC X(02) VALUE ' |'.
           05  FILLER              PIC X(15) VALUE '           REAL'.
           05  FILLER              PIC X(16) VALUE
               '     PRESUPUESTO'.
           05  FILLER              PIC X(16) VALUE
               '       VARIACION'.
           05  FILLER              PIC X(08) VALUE '  %LOGRO'.
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
       COPY MONEDAS-WS.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       ACCEPT WS-PERIODO-ARG FROM COMMAND-LINE
       MOVE FUNCTION TRIM (WS-PERIODO-ARG) TO WS-PERIODO
       IF WS-PERIODO = SPACES
           STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2)
               DELIMITED BY SIZE INTO WS-PERIODO
       END-IF
       IF WS-PERIODO (1:4) NOT NUMERIC
           OR WS-PERIODO (5:1) NOT = '-'
           OR WS-PERIODO (6:2) NOT NUMERIC
           OR WS-PERIODO (6:2) < '01' OR WS-PERIODO (6:2) > '12'
           DISPLAY "USO: PRESUPUESTO-VENTAS [PERIODO YYYY-MM]"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
      *THE YEAR TO DATE RUNS FROM JANUARY 1ST TO THE END OF THE
      *REPORTED MONTH; DAY 31 CLOSES EVERY MONTH FOR A TEXT COMPARE.
       STRING WS-PERIODO (1:4) '-01-01' DELIMITED BY SIZE
           INTO WS-FECHA-DESDE
       STRING WS-PERIODO '-01' DELIMITED BY SIZE INTO WS-MES-DESDE
       STRING WS-PERIODO '-31' DELIMITED BY SIZE INTO WS-FECHA-HASTA
       PERFORM CARGAR-PRESUPUESTOS
       PERFORM CARGAR-MONEDAS
       PERFORM RECORRER-GENERACIONES
       MOVE 'VENTAS-YTD.txt' TO WS-LEDGER-NOMBRE
       PERFORM ACUMULAR-ARCHIVO
       PERFORM ESCRIBIR-REPORTE
       DISPLAY "PRESUPUESTO-VENTAS.txt GENERADO: PERIODO " WS-PERIODO
           " (" WS-ARCHIVOS-LEIDOS " ARCHIVOS, " WS-FILAS-USADAS
           " FILAS)"
       IF WS-PSP-INVALIDAS > 0
           DISPLAY "ADVERTENCIA: " WS-PSP-INVALIDAS
               " LINEAS INVALIDAS EN presupuestos.txt - OMITIDAS"
           MOVE 4 TO RETURN-CODE
       END-IF
       IF WS-FILAS-DESCARTADAS > 0
           DISPLAY "ADVERTENCIA: " WS-FILAS-DESCARTADAS
               " LINEAS MAS ALLA DEL LIMITE DE 2000 FILAS"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      *ONLY THE BUDGET LINES OF THE REPORTED YEAR UP TO THE REPORTED
      *MONTH COUNT; THE MONTH'S OWN LINE ALSO GOES TO THE MONTH
      *COLUMN. A MISSING MASTER JUST LEAVES EVERY BUDGET AT ZERO.
       CARGAR-PRESUPUESTOS.
       OPEN INPUT PRESUPUESTOS
       IF WS-PSP-STATUS = '35'
           DISPLAY "AVISO: presupuestos.txt NO EXISTE - REPORTE SIN "
               "PRESUPUESTO"
       ELSE
           PERFORM UNTIL EOF = 1
               READ PRESUPUESTOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-PSP-REC NOT = SPACES
                           PERFORM CARGAR-PRESUPUESTO-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESUPUESTOS
       END-IF
       MOVE 0 TO EOF.

       CARGAR-PRESUPUESTO-LINEA.
       MOVE SPACES TO WS-PSP-PERIODO WS-PSP-SUC-TXT WS-PSP-CAT
           WS-PSP-IMPORTE-TXT
       UNSTRING FD-PSP-REC DELIMITED BY ','
           INTO WS-PSP-PERIODO WS-PSP-SUC-TXT WS-PSP-CAT
           WS-PSP-IMPORTE-TXT
       END-UNSTRING
       IF FUNCTION TEST-NUMVAL (WS-PSP-SUC-TXT) NOT = 0
           OR FUNCTION TEST-NUMVAL (WS-PSP-IMPORTE-TXT) NOT = 0
           OR WS-PSP-PERIODO (8:3) NOT = SPACES
           ADD 1 TO WS-PSP-INVALIDAS
       ELSE
           IF FUNCTION NUMVAL (WS-PSP-SUC-TXT) < 1
               OR FUNCTION NUMVAL (WS-PSP-SUC-TXT) > 999
               ADD 1 TO WS-PSP-INVALIDAS
           ELSE
               IF WS-PSP-PERIODO (1:4) = WS-PERIODO (1:4)
                   AND WS-PSP-PERIODO (1:7) <= WS-PERIODO
                   MOVE FUNCTION NUMVAL (WS-PSP-SUC-TXT)
                       TO WS-BUSCA-SUC
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM (WS-PSP-CAT)) TO WS-BUSCA-CAT
                   COMPUTE WS-PSP-IMPORTE =
                       FUNCTION NUMVAL (WS-PSP-IMPORTE-TXT)
                   PERFORM UBICAR-FILA
                   IF WS-HIT > 0
                       ADD WS-PSP-IMPORTE TO PPT-PPTO-ANO (WS-HIT)
                       IF WS-PSP-PERIODO (1:7) = WS-PERIODO
                           ADD WS-PSP-IMPORTE
                               TO PPT-PPTO-MES (WS-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

      *ONLY GENERATIONS WHOSE BATCH-DATE SPAN OVERLAPS THE YEAR TO
      *DATE ARE OPENED - THE REST STAY ON THE SHELF.
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
                       IF REG-DESDE <= WS-FECHA-HASTA
                           AND REG-HASTA >= WS-FECHA-DESDE
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

      *SAME RULES AS CONSULTA-HISTORICA: CORRUPTED AMOUNTS SKIPPED,
      *AMOUNTS BROUGHT TO THE REPORTING CURRENCY, PAYMENTS ARE NOT
      *REVENUE AND A REFUND NETS ITS SALE BACK OUT.
       ACUMULAR-LINEA.
       IF COSTO NOT NUMERIC OR CANTIDAD-VENDIDA NOT NUMERIC
           OR SUCURSAL NOT NUMERIC OR TIPO-TRANSACCION = 'P'
           OR TIPO-TRANSACCION = 'T' OR TIPO-TRANSACCION = 'C'
           OR TIPO-TRANSACCION = 'F'
           CONTINUE
       ELSE
           IF FECHA-VENTA < WS-FECHA-DESDE
               OR FECHA-VENTA > WS-FECHA-HASTA
               CONTINUE
           ELSE
               COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
               PERFORM CONVERTIR-IMPORTE-BASE
               MOVE SUCURSAL TO WS-BUSCA-SUC
               MOVE PRODUCTO-CATEGORIA TO WS-BUSCA-CAT
               PERFORM UBICAR-FILA
               IF WS-HIT > 0
                   IF TIPO-TRANSACCION = 'R'
                       SUBTRACT WS-IMPORTE-LINEA
                           FROM PPT-REAL-ANO (WS-HIT)
                       IF FECHA-VENTA >= WS-MES-DESDE
                           SUBTRACT WS-IMPORTE-LINEA
                               FROM PPT-REAL-MES (WS-HIT)
                       END-IF
                   ELSE
                       ADD WS-IMPORTE-LINEA TO PPT-REAL-ANO (WS-HIT)
                       IF FECHA-VENTA >= WS-MES-DESDE
                           ADD WS-IMPORTE-LINEA
                               TO PPT-REAL-MES (WS-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

      *FINDS (OR INSERTS, KEEPING BRANCH/CATEGORY ORDER) THE ROW FOR
      *WS-BUSCA-SUC/WS-BUSCA-CAT - BEYOND 2000 ROWS THE EXTRAS ARE
      *COUNTED AND REPORTED, THE USUAL CAP-AND-WARN PATTERN.
       UBICAR-FILA.
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-FILAS-USADAS OR WS-HIT > 0
           IF PPT-SUC (WS-I) = WS-BUSCA-SUC
               AND PPT-CAT (WS-I) = WS-BUSCA-CAT
               MOVE WS-I TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT = 0
           IF WS-FILAS-USADAS >= 2000
               ADD 1 TO WS-FILAS-DESCARTADAS
           ELSE
               MOVE 0 TO WS-I
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-FILAS-USADAS OR WS-I > 0
                   IF PPT-SUC (WS-J) > WS-BUSCA-SUC
                       OR (PPT-SUC (WS-J) = WS-BUSCA-SUC
                           AND PPT-CAT (WS-J) > WS-BUSCA-CAT)
                       MOVE WS-J TO WS-I
                   END-IF
               END-PERFORM
               IF WS-I = 0
                   COMPUTE WS-I = WS-FILAS-USADAS + 1
               ELSE
                   PERFORM VARYING WS-J FROM WS-FILAS-USADAS BY -1
                           UNTIL WS-J < WS-I
                       MOVE PPT-FILA (WS-J) TO PPT-FILA (WS-J + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-FILAS-USADAS
               MOVE WS-BUSCA-SUC TO PPT-SUC (WS-I)
               MOVE WS-BUSCA-CAT TO PPT-CAT (WS-I)
               MOVE 0 TO PPT-REAL-MES (WS-I)
               MOVE 0 TO PPT-PPTO-MES (WS-I)
               MOVE 0 TO PPT-REAL-ANO (WS-I)
               MOVE 0 TO PPT-PPTO-ANO (WS-I)
               MOVE WS-I TO WS-HIT
           END-IF
       END-IF.

       ESCRIBIR-REPORTE.
       OPEN OUTPUT REPORTE
       MOVE SPACES TO FD-REP-REC
       STRING '**PRESUPUESTO VS REAL - PERIODO ' WS-PERIODO
           ' (ACUMULADO DESDE ' WS-FECHA-DESDE ')**'
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE PPTO-TITULO-1 TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE PPTO-TITULO-2 TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE ZEROS TO WS-SUB-REAL-MES WS-SUB-PPTO-MES
           WS-SUB-REAL-ANO WS-SUB-PPTO-ANO
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-FILAS-USADAS
           IF WS-I > 1 AND PPT-SUC (WS-I) NOT = WS-SUC-ACTUAL
               PERFORM ESCRIBIR-SUBTOTAL
           END-IF
           MOVE PPT-SUC (WS-I) TO WS-SUC-ACTUAL
           MOVE PPT-REAL-MES (WS-I) TO WS-REAL-MES
           MOVE PPT-PPTO-MES (WS-I) TO WS-PPTO-MES
           MOVE PPT-REAL-ANO (WS-I) TO WS-REAL-ANO
           MOVE PPT-PPTO-ANO (WS-I) TO WS-PPTO-ANO
           ADD WS-REAL-MES TO WS-SUB-REAL-MES
           ADD WS-PPTO-MES TO WS-SUB-PPTO-MES
           ADD WS-REAL-ANO TO WS-SUB-REAL-ANO
           ADD WS-PPTO-ANO TO WS-SUB-PPTO-ANO
           PERFORM ARMAR-LINEA-PPTO
           MOVE PPT-SUC (WS-I) TO PPL-SUC
           MOVE PPT-CAT (WS-I) TO PPL-CAT
           MOVE PPTO-LINEA TO FD-REP-REC
           WRITE FD-REP-REC
       END-PERFORM
       IF WS-FILAS-USADAS > 0
           PERFORM ESCRIBIR-SUBTOTAL
       END-IF
       MOVE WS-TOT-REAL-MES TO WS-REAL-MES
       MOVE WS-TOT-PPTO-MES TO WS-PPTO-MES
       MOVE WS-TOT-REAL-ANO TO WS-REAL-ANO
       MOVE WS-TOT-PPTO-ANO TO WS-PPTO-ANO
       PERFORM ARMAR-LINEA-PPTO
       MOVE 'TOT' TO PPL-SUC
       MOVE SPACES TO PPL-CAT
       MOVE PPTO-LINEA TO FD-REP-REC
       WRITE FD-REP-REC
       IF WS-PSP-INVALIDAS > 0
           MOVE SPACES TO FD-REP-REC
           STRING 'ADVERTENCIA: ' WS-PSP-INVALIDAS
               ' LINEAS INVALIDAS EN presupuestos.txt - OMITIDAS'
               DELIMITED BY SIZE INTO FD-REP-REC
           WRITE FD-REP-REC
       END-IF
       IF WS-FILAS-DESCARTADAS > 0
           MOVE SPACES TO FD-REP-REC
           STRING 'ADVERTENCIA: ' WS-FILAS-DESCARTADAS
               ' LINEAS MAS ALLA DEL LIMITE DE 2000 FILAS'
               DELIMITED BY SIZE INTO FD-REP-REC
           WRITE FD-REP-REC
       END-IF
       CLOSE REPORTE.

      *BRANCH SUBTOTAL UNDER ITS CATEGORIES, ROLLED INTO THE COMPANY
      *TOTAL AND RESET FOR THE NEXT BRANCH.
       ESCRIBIR-SUBTOTAL.
       MOVE WS-SUB-REAL-MES TO WS-REAL-MES
       MOVE WS-SUB-PPTO-MES TO WS-PPTO-MES
       MOVE WS-SUB-REAL-ANO TO WS-REAL-ANO
       MOVE WS-SUB-PPTO-ANO TO WS-PPTO-ANO
       PERFORM ARMAR-LINEA-PPTO
       MOVE WS-SUC-ACTUAL TO PPL-SUC
       MOVE '(SUC)' TO PPL-CAT
       MOVE PPTO-LINEA TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       ADD WS-SUB-REAL-MES TO WS-TOT-REAL-MES
       ADD WS-SUB-PPTO-MES TO WS-TOT-PPTO-MES
       ADD WS-SUB-REAL-ANO TO WS-TOT-REAL-ANO
       ADD WS-SUB-PPTO-ANO TO WS-TOT-PPTO-ANO
       MOVE ZEROS TO WS-SUB-REAL-MES WS-SUB-PPTO-MES
           WS-SUB-REAL-ANO WS-SUB-PPTO-ANO.

      *VARIANCE IS ACTUAL LESS BUDGET (NEGATIVE = BELOW TARGET); THE
      *PERCENT ACHIEVED IS LEFT BLANK WHERE THERE IS NO BUDGET.
       ARMAR-LINEA-PPTO.
       MOVE WS-REAL-MES TO PPL-REAL-MES
       MOVE WS-PPTO-MES TO PPL-PPTO-MES
       COMPUTE PPL-VAR-MES = WS-REAL-MES - WS-PPTO-MES
       MOVE SPACES TO PPL-PCT-MES
       IF WS-PPTO-MES > 0
           COMPUTE WS-PCT ROUNDED = WS-REAL-MES * 100 / WS-PPTO-MES
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-PCT
           END-COMPUTE
           MOVE WS-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO PPL-PCT-MES
       END-IF
       MOVE WS-REAL-ANO TO PPL-REAL-ANO
       MOVE WS-PPTO-ANO TO PPL-PPTO-ANO
       COMPUTE PPL-VAR-ANO = WS-REAL-ANO - WS-PPTO-ANO
       MOVE SPACES TO PPL-PCT-ANO
       IF WS-PPTO-ANO > 0
           COMPUTE WS-PCT ROUNDED = WS-REAL-ANO * 100 / WS-PPTO-ANO
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-PCT
           END-COMPUTE
           MOVE WS-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO PPL-PCT-ANO
       END-IF.

       COPY MONEDAS-PROC.

       COPY VENTA-COMPAT-PROC.
