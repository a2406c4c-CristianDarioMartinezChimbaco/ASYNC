       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEN-BRUTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DISPOSICIONES ASSIGN TO 'DISPOSICIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-STATUS.
       SELECT COSTOS ASSIGN TO 'costos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COS-STATUS.
       SELECT IMPUESTOS ASSIGN TO 'impuestos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMP-STATUS.
       SELECT SUCURSALES-MON ASSIGN TO 'sucursales.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUCMON-STATUS.
       SELECT MONEDAS ASSIGN TO 'monedas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MON-STATUS.
       SELECT REPORTE ASSIGN TO 'MARGEN-BRUTO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * SINGLE-DECISION FEED FROM POSTEAR-VENTAS (SEE THAT PROGRAM):
      * ONLY ITS 'A' LINES ARE TALLIED, SO THE REVENUE HERE IS BUILT
      * FROM EXACTLY THE LINES resultado4.txt AND EXTRACTO-GL.txt
      * ARE BUILT FROM.
       FD  DISPOSICIONES.
           01  FD-DSP-REC.
               05  DSP-ESTADO      PIC X(01).
               05  FILLER          PIC X(01).
               05  DSP-MOTIVO      PIC X(30).
               05  FILLER          PIC X(01).
               05  DSP-LINEA       PIC X(188).
      * UNIT-COST MASTER (SEE COSTOS-WS.cpy).
       FD  COSTOS.
           01  FD-COS-REC          PIC X(50).
      * VAT-CLASS MASTER, CATEGORIA,TASA PER LINE - REVENUE IS TAKEN
      * NET OF VAT WITH THE SAME SPLIT RULE AS LEER-DATOS4, SINCE THE
      * VAT IS NOT THE SHOP'S MONEY AND COST CARRIES NONE.
       FD  IMPUESTOS.
           01  IMPUESTOS-REC       PIC X(50).
       FD  SUCURSALES-MON.
           01  FD-SUCMON-REC       PIC X(50).
       FD  MONEDAS.
           01  FD-MON-REC          PIC X(50).
      * GROSS-MARGIN REPORT: ONE SECTION PER SKU, PER CATEGORY AND
      * PER BRANCH, EACH LINE REVENUE / COST OF GOODS SOLD / MARGIN /
      * MARGIN PERCENT, THEN THE COMPANY TOTAL.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-DSP-STATUS           PIC XX VALUE '00'.
       01  WS-IMP-STATUS           PIC XX VALUE '00'.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
       01  WS-LINEAS               PIC 9(08) VALUE ZEROS.
       01  WS-SIN-COSTO            PIC 9(04) VALUE ZEROS.
       01  WS-ILEGIBLES            PIC 9(06) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-RUN-FECHA            PIC X(10).
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-IMPUESTO-LINEA       PIC 9(13)V99 VALUE ZEROS.
       01  WS-BASE-LINEA           PIC 9(13)V99 VALUE ZEROS.
       01  WS-COSTO-LINEA          PIC 9(13)V99 VALUE ZEROS.
       01  WS-TASA-LINEA           PIC 9(02)V99 VALUE ZEROS.
       01  IMP-TAB OCCURS 50 TIMES.
           05  IMP-CODIGO          PIC X(03).
           05  IMP-TASA            PIC 9(02)V99 VALUE ZEROS.
       01  WS-IMP-USADOS           PIC 9(02) VALUE ZEROS.
       01  WS-IMP-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-IMP-CAT              PIC X(10).
       01  WS-IMP-TASA-TXT         PIC X(10).
      *PER-PRODUCT TALLY, SUBSCRIPTED BY PRODUCTO-ID (1-2000) THE
      *SAME WAY LEER-DATOS4 KEEPS ITS PRODUCT TABLE. A MATCHED REFUND
      *TAKES ITS REVENUE BACK OUT AND PUTS ITS COST BACK ON THE
      *SHELF, SO BOTH SIDES ARE SIGNED.
       01  MRG-PRODUCTO OCCURS 2000 TIMES.
           05  MP-SKU              PIC X(10) VALUE SPACES.
           05  MP-NOMBRE           PIC X(30) VALUE SPACES.
           05  MP-CATEGORIA        PIC X(03) VALUE SPACES.
           05  MP-UNIDADES         PIC S9(09) VALUE ZEROS.
           05  MP-INGRESO          PIC S9(13)V99 VALUE ZEROS.
           05  MP-COSTO            PIC S9(13)V99 VALUE ZEROS.
           05  MP-SIN-COSTO        PIC X(01) VALUE 'N'.
       01  MRG-CATEGORIA OCCURS 50 TIMES.
           05  MC-CODIGO           PIC X(03) VALUE SPACES.
           05  MC-UNIDADES         PIC S9(09) VALUE ZEROS.
           05  MC-INGRESO          PIC S9(13)V99 VALUE ZEROS.
           05  MC-COSTO            PIC S9(13)V99 VALUE ZEROS.
       01  WS-CAT-USADAS           PIC 9(02) VALUE ZEROS.
       01  WS-CAT-IDX              PIC 9(02) VALUE ZEROS.
      *PER-BRANCH TALLY, SUBSCRIPTED BY THE 1-999 CODE.
       01  MRG-SUCURSAL OCCURS 999 TIMES.
           05  MS-USADA            PIC X(01) VALUE 'N'.
           05  MS-UNIDADES         PIC S9(09) VALUE ZEROS.
           05  MS-INGRESO          PIC S9(13)V99 VALUE ZEROS.
           05  MS-COSTO            PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-UNIDADES         PIC S9(09) VALUE ZEROS.
       01  WS-TOT-INGRESO          PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-COSTO            PIC S9(13)V99 VALUE ZEROS.
      *ONE PRINT LINE SHAPE FOR EVERY SECTION - THE CALLER FILLS
      *WS-MRG-UNIDADES/INGRESO/COSTO AND ARMAR-LINEA-MARGEN DERIVES
      *MARGIN AND PERCENT.
       01  WS-MRG-UNIDADES         PIC S9(09) VALUE ZEROS.
       01  WS-MRG-INGRESO          PIC S9(13)V99 VALUE ZEROS.
       01  WS-MRG-COSTO            PIC S9(13)V99 VALUE ZEROS.
       01  WS-MRG-MARGEN           PIC S9(13)V99 VALUE ZEROS.
       01  WS-MRG-PCT              PIC S9(05)V99 VALUE ZEROS.
       01  MARGEN-LINEA.
           05  MGL-CLAVE           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  MGL-NOMBRE          PIC X(30).
           05  FILLER              PIC X(01) VALUE ' '.
           05  MGL-UNIDADES        PIC -(8)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  MGL-INGRESO         PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  MGL-COSTO           PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  MGL-MARGEN          PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  MGL-PCT             PIC -(4)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  MGL-NOTA            PIC X(12).
       01  MARGEN-TITULOS.
           05  FILLER              PIC X(42) VALUE
               'CLAVE      DESCRIPCION'.
           05  FILLER              PIC X(10) VALUE '  UNIDADES'.
           05  FILLER              PIC X(17) VALUE
               '          INGRESO'.
           05  FILLER              PIC X(17) VALUE
               '            COSTO'.
           05  FILLER              PIC X(17) VALUE
               '           MARGEN'.
           05  FILLER              PIC X(10) VALUE '   MARGEN%'.

       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.
       COPY COSTOS-WS.
       COPY MONEDAS-WS.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-RUN-FECHA
       PERFORM CARGAR-COSTOS
       PERFORM CARGAR-IMPUESTOS
       PERFORM CARGAR-MONEDAS
       PERFORM PROCESAR-DISPOSICIONES
       PERFORM ESCRIBIR-REPORTE
       DISPLAY "MARGEN-BRUTO.txt GENERADO: " WS-LINEAS
           " LINEAS TALLADAS"
       IF WS-SIN-COSTO > 0
           DISPLAY "ADVERTENCIA: " WS-SIN-COSTO
               " SKUS VENDIDOS SIN COSTO EN costos.txt"
           MOVE 4 TO RETURN-CODE
       END-IF
       IF WS-ILEGIBLES > 0
           DISPLAY "ADVERTENCIA: " WS-ILEGIBLES
               " LINEAS ACEPTADAS ILEGIBLES, FUERA DEL MARGEN"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      *THE MARGIN IS ONLY MEANINGFUL ON THE ENGINE'S DECISIONS - A
      *STANDALONE RE-EDIT OF THE RAW DATASET IS NOT KEPT HERE, SO
      *WITHOUT POSTEAR-VENTAS' OUTPUT THERE IS NOTHING TO REPORT.
       PROCESAR-DISPOSICIONES.
       OPEN INPUT DISPOSICIONES
       IF WS-DSP-STATUS NOT = '00'
           DISPLAY "ERROR: DISPOSICIONES.txt NO DISPONIBLE - CORRA "
               "POSTEAR-VENTAS ANTES DEL MARGEN"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF = 1
           READ DISPOSICIONES
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   IF DSP-ESTADO = 'A'
                       MOVE DSP-LINEA TO WS-VENTA-CRUDA
                       PERFORM AJUSTAR-VENTA
                       PERFORM TALLAR-LINEA
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DISPOSICIONES
       MOVE 0 TO EOF.

      *PAYMENTS CARRY NO GOODS. A SALE ADDS ITS NET-OF-VAT REVENUE
      *AND ITS QUANTITY AT THE CURRENT AVERAGE COST; AN ACCEPTED
      *(ALREADY MATCHED) REFUND REVERSES BOTH. A LINE WHOSE PRODUCT
      *OR BRANCH CANNOT SUBSCRIPT THE TALLIES IS COUNTED AND LEFT
      *OUT, THE SAME EDIT AGRUPAR-LINEA APPLIES IN
      *FACTURAR-ELECTRONICA.
       TALLAR-LINEA.
       EVALUATE TRUE
           WHEN TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
               OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
               CONTINUE
           WHEN CANTIDAD-VENDIDA NOT NUMERIC OR COSTO NOT NUMERIC
               OR PRODUCTO-ID NOT NUMERIC
               OR PRODUCTO-ID < 1 OR PRODUCTO-ID > 2000
               OR SUCURSAL NOT NUMERIC
               OR SUCURSAL < 1 OR SUCURSAL > 999
               DISPLAY "ADVERTENCIA: LINEA ILEGIBLE, NO TALLADA: "
                   TRANSACCION-ID
               ADD 1 TO WS-ILEGIBLES
           WHEN OTHER
               ADD 1 TO WS-LINEAS
               COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
               PERFORM CONVERTIR-IMPORTE-BASE
               PERFORM PARTIR-BASE-IVA
               MOVE PRODUCTO-SKU TO WS-COS-SKU-BUSCADO
               PERFORM BUSCAR-COSTO
               COMPUTE WS-COSTO-LINEA ROUNDED =
                   CANTIDAD-VENDIDA * WS-COS-UNITARIO
               MOVE PRODUCTO-SKU TO MP-SKU (PRODUCTO-ID)
               MOVE PRODUCTO-NOMBRE TO MP-NOMBRE (PRODUCTO-ID)
               MOVE PRODUCTO-CATEGORIA TO MP-CATEGORIA (PRODUCTO-ID)
               IF WS-COS-HIT = 0
                   MOVE 'S' TO MP-SIN-COSTO (PRODUCTO-ID)
               END-IF
               PERFORM BUSCAR-CATEGORIA
               MOVE 'S' TO MS-USADA (SUCURSAL)
               IF TIPO-TRANSACCION = 'R'
                   SUBTRACT CANTIDAD-VENDIDA FROM
                       MP-UNIDADES (PRODUCTO-ID) MS-UNIDADES (SUCURSAL)
                   SUBTRACT WS-BASE-LINEA FROM
                       MP-INGRESO (PRODUCTO-ID) MS-INGRESO (SUCURSAL)
                   SUBTRACT WS-COSTO-LINEA FROM
                       MP-COSTO (PRODUCTO-ID) MS-COSTO (SUCURSAL)
                   IF WS-CAT-IDX > 0
                       SUBTRACT CANTIDAD-VENDIDA FROM
                           MC-UNIDADES (WS-CAT-IDX)
                       SUBTRACT WS-BASE-LINEA FROM
                           MC-INGRESO (WS-CAT-IDX)
                       SUBTRACT WS-COSTO-LINEA FROM
                           MC-COSTO (WS-CAT-IDX)
                   END-IF
               ELSE
                   ADD CANTIDAD-VENDIDA TO
                       MP-UNIDADES (PRODUCTO-ID) MS-UNIDADES (SUCURSAL)
                   ADD WS-BASE-LINEA TO
                       MP-INGRESO (PRODUCTO-ID) MS-INGRESO (SUCURSAL)
                   ADD WS-COSTO-LINEA TO
                       MP-COSTO (PRODUCTO-ID) MS-COSTO (SUCURSAL)
                   IF WS-CAT-IDX > 0
                       ADD CANTIDAD-VENDIDA TO MC-UNIDADES (WS-CAT-IDX)
                       ADD WS-BASE-LINEA TO MC-INGRESO (WS-CAT-IDX)
                       ADD WS-COSTO-LINEA TO MC-COSTO (WS-CAT-IDX)
                   END-IF
               END-IF
       END-EVALUATE.

       BUSCAR-CATEGORIA.
       MOVE 0 TO WS-CAT-IDX
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CAT-USADAS OR WS-CAT-IDX > 0
           IF MC-CODIGO (WS-I) = PRODUCTO-CATEGORIA
               MOVE WS-I TO WS-CAT-IDX
           END-IF
       END-PERFORM
       IF WS-CAT-IDX = 0 AND WS-CAT-USADAS < 50
           ADD 1 TO WS-CAT-USADAS
           MOVE WS-CAT-USADAS TO WS-CAT-IDX
           MOVE PRODUCTO-CATEGORIA TO MC-CODIGO (WS-CAT-IDX)
       END-IF.

      *SAME FORMULA AND ROUNDING AS ACUMULAR-IMPUESTO IN LEER-DATOS4
      *AND PARTIR-BASE-IVA IN EXTRACTO-GL - THE REVENUE HERE IS THE
      *SAME BASE THE JOURNAL CREDITS TO VENTAS-ccc.
       PARTIR-BASE-IVA.
       MOVE 0 TO WS-TASA-LINEA
       PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
               UNTIL WS-IMP-IDX > WS-IMP-USADOS
           IF IMP-CODIGO (WS-IMP-IDX) = PRODUCTO-CATEGORIA
               MOVE IMP-TASA (WS-IMP-IDX) TO WS-TASA-LINEA
           END-IF
       END-PERFORM
       IF WS-TASA-LINEA = 0
           MOVE 0 TO WS-IMPUESTO-LINEA
       ELSE
           COMPUTE WS-IMPUESTO-LINEA ROUNDED =
               WS-IMPORTE-LINEA * WS-TASA-LINEA
               / (100 + WS-TASA-LINEA)
       END-IF
       COMPUTE WS-BASE-LINEA =
           WS-IMPORTE-LINEA - WS-IMPUESTO-LINEA.

       CARGAR-IMPUESTOS.
       OPEN INPUT IMPUESTOS
       IF WS-IMP-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ IMPUESTOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-IMP-USADOS < 50
                           ADD 1 TO WS-IMP-USADOS
                           MOVE SPACES TO WS-IMP-CAT
                               WS-IMP-TASA-TXT
                           UNSTRING IMPUESTOS-REC DELIMITED BY ','
                               INTO WS-IMP-CAT WS-IMP-TASA-TXT
                           END-UNSTRING
                           MOVE WS-IMP-CAT (1:3) TO
                               IMP-CODIGO (WS-IMP-USADOS)
                           MOVE FUNCTION NUMVAL (WS-IMP-TASA-TXT)
                               TO IMP-TASA (WS-IMP-USADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPUESTOS
       END-IF
       MOVE 0 TO EOF.

       ARMAR-LINEA-MARGEN.
       COMPUTE WS-MRG-MARGEN = WS-MRG-INGRESO - WS-MRG-COSTO
       IF WS-MRG-INGRESO = 0
           MOVE 0 TO WS-MRG-PCT
       ELSE
           COMPUTE WS-MRG-PCT ROUNDED =
               WS-MRG-MARGEN * 100 / WS-MRG-INGRESO
       END-IF
       MOVE WS-MRG-UNIDADES TO MGL-UNIDADES
       MOVE WS-MRG-INGRESO TO MGL-INGRESO
       MOVE WS-MRG-COSTO TO MGL-COSTO
       MOVE WS-MRG-MARGEN TO MGL-MARGEN
       MOVE WS-MRG-PCT TO MGL-PCT
       MOVE MARGEN-LINEA TO FD-REP-REC
       WRITE FD-REP-REC.

       ESCRIBIR-REPORTE.
       OPEN OUTPUT REPORTE
       MOVE SPACES TO FD-REP-REC
       STRING '**MARGEN BRUTO (VENTAS NETAS DE IVA, COSTO PROMEDIO '
           'PONDERADO)** CORRIDA ' WS-RUN-FECHA
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       MOVE '**POR SKU**' TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE MARGEN-TITULOS TO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2000
           IF MP-SKU (WS-I) NOT = SPACES
               MOVE MP-SKU (WS-I) TO MGL-CLAVE
               MOVE MP-NOMBRE (WS-I) TO MGL-NOMBRE
               MOVE SPACES TO MGL-NOTA
               IF MP-SIN-COSTO (WS-I) = 'S'
                   MOVE '(SIN COSTO)' TO MGL-NOTA
                   ADD 1 TO WS-SIN-COSTO
               END-IF
               MOVE MP-UNIDADES (WS-I) TO WS-MRG-UNIDADES
               MOVE MP-INGRESO (WS-I) TO WS-MRG-INGRESO
               MOVE MP-COSTO (WS-I) TO WS-MRG-COSTO
               PERFORM ARMAR-LINEA-MARGEN
               ADD MP-UNIDADES (WS-I) TO WS-TOT-UNIDADES
               ADD MP-INGRESO (WS-I) TO WS-TOT-INGRESO
               ADD MP-COSTO (WS-I) TO WS-TOT-COSTO
           END-IF
       END-PERFORM
       MOVE SPACES TO MGL-NOTA
       MOVE '**POR CATEGORIA**' TO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CAT-USADAS
           MOVE MC-CODIGO (WS-I) TO MGL-CLAVE
           MOVE SPACES TO MGL-NOMBRE
           MOVE MC-UNIDADES (WS-I) TO WS-MRG-UNIDADES
           MOVE MC-INGRESO (WS-I) TO WS-MRG-INGRESO
           MOVE MC-COSTO (WS-I) TO WS-MRG-COSTO
           PERFORM ARMAR-LINEA-MARGEN
       END-PERFORM
       MOVE '**POR SUCURSAL**' TO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 999
           IF MS-USADA (WS-I) = 'S'
               MOVE SPACES TO MGL-CLAVE MGL-NOMBRE
               MOVE WS-I (2:3) TO MGL-CLAVE
               MOVE MS-UNIDADES (WS-I) TO WS-MRG-UNIDADES
               MOVE MS-INGRESO (WS-I) TO WS-MRG-INGRESO
               MOVE MS-COSTO (WS-I) TO WS-MRG-COSTO
               PERFORM ARMAR-LINEA-MARGEN
           END-IF
       END-PERFORM
       MOVE '**TOTAL**' TO MGL-CLAVE
       MOVE SPACES TO MGL-NOMBRE
       MOVE WS-TOT-UNIDADES TO WS-MRG-UNIDADES
       MOVE WS-TOT-INGRESO TO WS-MRG-INGRESO
       MOVE WS-TOT-COSTO TO WS-MRG-COSTO
       PERFORM ARMAR-LINEA-MARGEN
       CLOSE REPORTE.

       COPY COSTOS-PROC.

       COPY MONEDAS-PROC.

       COPY VENTA-COMPAT-PROC.
