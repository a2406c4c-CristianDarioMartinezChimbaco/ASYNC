       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPONER-TRASLADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VENTAS-YTD ASSIGN TO 'VENTAS-YTD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.
       SELECT INVENTARIO-SUC ASSIGN TO 'inventario-suc.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVS-STATUS.
       SELECT PROPUESTAS ASSIGN TO 'TRASLADOS-PROPUESTOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRP-STATUS.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
       FD  VENTAS-YTD.
           01  FD-REC-YTD          PIC X(188).
      * PER-BRANCH STOCK MASTER (SEE ACTUALIZAR-INVENTARIO) - ONLY
      * READ HERE; NOTHING MOVES UNTIL TRASLADAR-STOCK RUNS THE
      * APPROVED PROPOSALS.
       FD  INVENTARIO-SUC.
           01  INVENTARIO-SUC-REC  PIC X(50).
      * REBALANCING QUEUE (SEE WS-TRASLADO-PROP.cpy) - REPLACED BY
      * EVERY PLANNING RUN, WHICH REFUSES WHILE APPROVED LINES ARE
      * STILL WAITING TO BE MOVED.
       FD  PROPUESTAS.
           01  FD-PRP-REC          PIC X(100).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-YTD-STATUS           PIC XX VALUE '00'.
       01  WS-INVS-STATUS          PIC XX VALUE '00'.
       01  WS-PRP-STATUS           PIC XX VALUE '00'.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
       01  WS-DONANTE              PIC 9(04) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-FECHA-MIN            PIC X(10) VALUE SPACES.
       01  WS-FECHA-MAX            PIC X(10) VALUE SPACES.
       01  WS-MIN-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-MAX-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-SPAN            PIC 9(05) VALUE ZEROS.
      *A ROW'S WORKING LEVEL IS ITS REORDEN POINT PLUS THE UNITS ITS
      *RECENT DEMAND USES UP IN THE COVER WINDOW (THE SAME TWO WEEKS
      *CALCULAR-REORDEN PLANS WITH). A DONOR KEEPS THAT LEVEL AND AT
      *LEAST WS-FACTOR-EXCESO TIMES ITS REORDEN POINT - ONLY STOCK
      *WELL ABOVE ITS OWN NEEDS IS OFFERED. A RECEIVER AT OR BELOW
      *ITS REORDEN POINT IS FILLED BACK UP TO ITS WORKING LEVEL.
       01  WS-DIAS-COBERTURA       PIC 9(03) VALUE 14.
       01  WS-FACTOR-EXCESO        PIC 9(01) VALUE 2.
       01  WS-COBERTURA            PIC 9(07) VALUE ZEROS.
       01  WS-RETIENE              PIC 9(07) VALUE ZEROS.
       01  WS-CANTIDAD             PIC 9(07) VALUE ZEROS.
       01  WS-PRP-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-PRP-MAX              PIC 9(05) VALUE ZEROS.
       01  WS-PRP-APROBADAS        PIC 9(04) VALUE ZEROS.
       01  WS-PRP-NUEVAS           PIC 9(04) VALUE ZEROS.
       01  WS-UNIDADES             PIC 9(09) VALUE ZEROS.
       01  WS-SOBRANTE-ED          PIC Z(06)9.
       01  WS-FALTANTE-ED          PIC Z(06)9.
      *UNITS SOLD PER (BRANCH, SKU) OVER THE LEDGER - REFUNDS NET
      *OUT, THE SAME DEMAND CALCULAR-REORDEN READS.
       01  WS-DEM-USADOS           PIC 9(04) VALUE ZEROS.
       01  DEM-TAB OCCURS 6000 TIMES.
           05  DEM-SUC             PIC 9(03) VALUE ZEROS.
           05  DEM-SKU             PIC X(10).
           05  DEM-UNIDADES        PIC S9(09) VALUE ZEROS.
       01  WS-INVS-USADOS          PIC 9(04) VALUE ZEROS.
       01  WS-INVS-SUC-TXT         PIC X(05).
       01  WS-INV-SKU              PIC X(10).
       01  WS-INV-EXI              PIC X(10).
       01  WS-INV-REO              PIC X(10).
      *EACH ROW'S SURPLUS (WHAT IT CAN GIVE) AND SHORTFALL (WHAT IT
      *NEEDS), BOTH WORKED DOWN AS PROPOSALS ARE WRITTEN.
       01  INVS-TAB OCCURS 6000 TIMES.
           05  INVS-SUC            PIC 9(03) VALUE ZEROS.
           05  INVS-SKU            PIC X(10).
           05  INVS-EXISTENCIA     PIC S9(07) VALUE ZEROS.
           05  INVS-REORDEN        PIC 9(07) VALUE ZEROS.
           05  INVS-SOBRANTE       PIC 9(07) VALUE ZEROS.
           05  INVS-FALTANTE       PIC 9(07) VALUE ZEROS.

       COPY WS-TRASLADO-PROP.
       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       PERFORM REVISAR-PROPUESTAS
       IF WS-PRP-APROBADAS > 0
           DISPLAY "ERROR: " WS-PRP-APROBADAS " TRASLADOS APROBADOS "
               "SIN EJECUTAR EN TRASLADOS-PROPUESTOS.txt - CORRA "
               "TRASLADAR-STOCK LOTE O RECHACELOS ANTES DE PLANIFICAR"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-INVENTARIO-SUC
       IF WS-INVS-USADOS = 0
           DISPLAY "inventario-suc.txt VACIO O AUSENTE - EJECUTE "
               "ACTUALIZAR-INVENTARIO PRIMERO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM ACUMULAR-DEMANDA
       PERFORM CALCULAR-SPAN
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INVS-USADOS
           PERFORM CALCULAR-NIVELES
       END-PERFORM
       OPEN OUTPUT PROPUESTAS
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INVS-USADOS
           IF INVS-FALTANTE (WS-I) > 0
               PERFORM CUBRIR-FALTANTE
           END-IF
       END-PERFORM
       CLOSE PROPUESTAS
       DISPLAY "TRASLADOS PROPUESTOS: " WS-PRP-NUEVAS " LINEAS, "
           WS-UNIDADES " UNIDADES - VER TRASLADOS-PROPUESTOS.txt"
       IF WS-PRP-NUEVAS > 0
           DISPLAY "APRUEBE O RECHACE CON MANTENER-MAESTROS TRASLADOS "
               "APROBAR|RECHAZAR <NUMERO> <OPERADOR> Y EJECUTE "
               "TRASLADAR-STOCK LOTE"
       END-IF
       STOP RUN.

      *THE PREVIOUS QUEUE: NUMBERING CARRIES ON FROM ITS HIGHEST
      *NUMBER SO AN OLD REFERENCE NEVER POINTS AT A NEW LINE, AND AN
      *APPROVED LINE NOT YET MOVED BLOCKS THE RUN - REPLACING THE
      *FILE WOULD SILENTLY DROP A DECISION.
       REVISAR-PROPUESTAS.
       OPEN INPUT PROPUESTAS
       IF WS-PRP-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ PROPUESTAS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-PRP-REC TO PROPUESTA-LINEA
                       IF PRP-NUM NUMERIC
                           IF PRP-NUM > WS-PRP-MAX
                               MOVE PRP-NUM TO WS-PRP-MAX
                           END-IF
                           IF PRP-ESTADO = 'A'
                               ADD 1 TO WS-PRP-APROBADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROPUESTAS
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

      *NO LEDGER SIMPLY MEANS NO DEMAND - THE REORDEN POINTS ALONE
      *STILL DRIVE THE PLAN.
       ACUMULAR-DEMANDA.
       OPEN INPUT VENTAS-YTD
       IF WS-YTD-STATUS NOT = '00'
           DISPLAY "AVISO: VENTAS-YTD.txt NO DISPONIBLE - SOLO SE "
               "USAN LOS PUNTOS DE REORDEN"
       ELSE
           PERFORM UNTIL EOF = 1
               READ VENTAS-YTD
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-REC-YTD (1:3) = 'DET'
                           MOVE FD-REC-YTD TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           PERFORM ACUMULAR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENTAS-YTD
       END-IF
       MOVE 0 TO EOF.

       ACUMULAR-LINEA.
       IF CANTIDAD-VENDIDA NOT NUMERIC OR SUCURSAL NOT NUMERIC
           OR SUCURSAL < 1 OR SUCURSAL > 999
           OR TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
           OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
           CONTINUE
       ELSE
           IF WS-FECHA-MIN = SPACES OR FECHA-VENTA < WS-FECHA-MIN
               MOVE FECHA-VENTA TO WS-FECHA-MIN
           END-IF
           IF FECHA-VENTA > WS-FECHA-MAX
               MOVE FECHA-VENTA TO WS-FECHA-MAX
           END-IF
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-DEM-USADOS OR WS-HIT > 0
               IF DEM-SUC (WS-J) = SUCURSAL
                   AND DEM-SKU (WS-J) = PRODUCTO-SKU
                   MOVE WS-J TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-DEM-USADOS >= 6000
                   CONTINUE
               ELSE
                   ADD 1 TO WS-DEM-USADOS
                   MOVE WS-DEM-USADOS TO WS-HIT
                   MOVE SUCURSAL TO DEM-SUC (WS-HIT)
                   MOVE PRODUCTO-SKU TO DEM-SKU (WS-HIT)
               END-IF
           END-IF
           IF WS-HIT > 0
               IF TIPO-TRANSACCION = 'R'
                   SUBTRACT CANTIDAD-VENDIDA FROM
                       DEM-UNIDADES (WS-HIT)
               ELSE
                   ADD CANTIDAD-VENDIDA TO DEM-UNIDADES (WS-HIT)
               END-IF
           END-IF
       END-IF.

       CALCULAR-SPAN.
       MOVE 1 TO WS-DIAS-SPAN
       IF WS-FECHA-MIN NOT = SPACES
           AND WS-FECHA-MIN (1:4) NUMERIC
           AND WS-FECHA-MAX (1:4) NUMERIC
           MOVE ZEROS TO WS-MIN-NUM WS-MAX-NUM
           MOVE WS-FECHA-MIN (1:4) TO WS-MIN-NUM (1:4)
           MOVE WS-FECHA-MIN (6:2) TO WS-MIN-NUM (5:2)
           MOVE WS-FECHA-MIN (9:2) TO WS-MIN-NUM (7:2)
           MOVE WS-FECHA-MAX (1:4) TO WS-MAX-NUM (1:4)
           MOVE WS-FECHA-MAX (6:2) TO WS-MAX-NUM (5:2)
           MOVE WS-FECHA-MAX (9:2) TO WS-MAX-NUM (7:2)
           COMPUTE WS-DIAS-SPAN =
               FUNCTION INTEGER-OF-DATE (WS-MAX-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-MIN-NUM) + 1
           IF WS-DIAS-SPAN < 1
               MOVE 1 TO WS-DIAS-SPAN
           END-IF
       END-IF.

      *COVER UNITS ROUND UP, AS IN CALCULAR-REORDEN, SO A SLOW
      *MOVER THAT SELLS AT ALL KEEPS AT LEAST ONE UNIT BACK.
       CALCULAR-NIVELES.
       MOVE 0 TO WS-COBERTURA
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-DEM-USADOS
           IF DEM-SUC (WS-J) = INVS-SUC (WS-I)
               AND DEM-SKU (WS-J) = INVS-SKU (WS-I)
               AND DEM-UNIDADES (WS-J) > 0
               COMPUTE WS-COBERTURA =
                   ((DEM-UNIDADES (WS-J) * WS-DIAS-COBERTURA)
                   + WS-DIAS-SPAN - 1) / WS-DIAS-SPAN
           END-IF
       END-PERFORM
       COMPUTE WS-RETIENE = INVS-REORDEN (WS-I) * WS-FACTOR-EXCESO
       IF INVS-REORDEN (WS-I) + WS-COBERTURA > WS-RETIENE
           COMPUTE WS-RETIENE = INVS-REORDEN (WS-I) + WS-COBERTURA
       END-IF
       MOVE 0 TO INVS-SOBRANTE (WS-I) INVS-FALTANTE (WS-I)
       IF INVS-EXISTENCIA (WS-I) > WS-RETIENE
           COMPUTE INVS-SOBRANTE (WS-I) =
               INVS-EXISTENCIA (WS-I) - WS-RETIENE
       END-IF
       IF INVS-EXISTENCIA (WS-I) <= INVS-REORDEN (WS-I)
           AND INVS-REORDEN (WS-I) + WS-COBERTURA
               > INVS-EXISTENCIA (WS-I)
           COMPUTE INVS-FALTANTE (WS-I) =
               INVS-REORDEN (WS-I) + WS-COBERTURA
               - INVS-EXISTENCIA (WS-I)
       END-IF.

      *THE SHORT ROW TAKES FROM WHICHEVER OTHER BRANCH HAS THE MOST
      *SURPLUS OF THE SAME SKU, ONE PROPOSAL PER DONOR, UNTIL IT IS
      *COVERED OR NOBODY HAS ANY LEFT TO GIVE.
       CUBRIR-FALTANTE.
       MOVE 1 TO WS-DONANTE
       PERFORM UNTIL INVS-FALTANTE (WS-I) = 0 OR WS-DONANTE = 0
           MOVE 0 TO WS-DONANTE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-INVS-USADOS
               IF INVS-SKU (WS-J) = INVS-SKU (WS-I)
                   AND INVS-SUC (WS-J) NOT = INVS-SUC (WS-I)
                   AND INVS-SOBRANTE (WS-J) > 0
                   IF WS-DONANTE = 0
                       MOVE WS-J TO WS-DONANTE
                   ELSE
                       IF INVS-SOBRANTE (WS-J)
                           > INVS-SOBRANTE (WS-DONANTE)
                           MOVE WS-J TO WS-DONANTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DONANTE > 0
               PERFORM ESCRIBIR-PROPUESTA
           END-IF
       END-PERFORM.

       ESCRIBIR-PROPUESTA.
       MOVE INVS-FALTANTE (WS-I) TO WS-CANTIDAD
       IF INVS-SOBRANTE (WS-DONANTE) < WS-CANTIDAD
           MOVE INVS-SOBRANTE (WS-DONANTE) TO WS-CANTIDAD
       END-IF
       MOVE INVS-SOBRANTE (WS-DONANTE) TO WS-SOBRANTE-ED
       MOVE INVS-FALTANTE (WS-I) TO WS-FALTANTE-ED
       SUBTRACT WS-CANTIDAD FROM INVS-SOBRANTE (WS-DONANTE)
       SUBTRACT WS-CANTIDAD FROM INVS-FALTANTE (WS-I)
       ADD 1 TO WS-PRP-MAX
       ADD 1 TO WS-PRP-NUEVAS
       ADD WS-CANTIDAD TO WS-UNIDADES
       MOVE WS-PRP-MAX TO PRP-NUM
       MOVE 'P' TO PRP-ESTADO
       MOVE WS-HOY TO PRP-FECHA
       MOVE INVS-SKU (WS-I) TO PRP-SKU
       MOVE INVS-SUC (WS-DONANTE) TO PRP-DESDE
       MOVE INVS-SUC (WS-I) TO PRP-HASTA
       MOVE WS-CANTIDAD TO PRP-CANTIDAD
       MOVE SPACES TO PRP-DECIDE PRP-MOTIVO
       STRING 'SOBRANTE:' WS-SOBRANTE-ED ' FALTANTE:' WS-FALTANTE-ED
           DELIMITED BY SIZE INTO PRP-MOTIVO
       MOVE PROPUESTA-LINEA TO FD-PRP-REC
       WRITE FD-PRP-REC.

       COPY VENTA-COMPAT-PROC.
