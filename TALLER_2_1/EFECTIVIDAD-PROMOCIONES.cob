       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFECTIVIDAD-PROMOCIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROMOCIONES ASSIGN TO 'promociones.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.
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
      *THE ARCHIVE GENERATIONS THAT OVERLAP THE PROMOTION WINDOWS AND
      *THEIR BASELINES, THEN THE LIVE LEDGER, ARE OPENED THROUGH THE
      *SAME DYNAMIC SELECT, ONE AFTER ANOTHER - THE WALK
      *CONSULTA-HISTORICA DOES.
       SELECT LEDGER ASSIGN USING WS-LEDGER-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LED-STATUS.
       SELECT SUCURSALES-MON ASSIGN TO 'sucursales.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUCMON-STATUS.
       SELECT MONEDAS ASSIGN TO 'monedas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MON-STATUS.
       SELECT REPORTE ASSIGN TO 'EFECTIVIDAD-PROMOCIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * PROMOTIONS MASTER, CLAVE,PCT,DESDE,HASTA PER LINE (CLAVE IS
      * A SKU OR A CATEGORY) - THE SAME FILE CREAR-DATOS AND
      * RECIBIR-VENTAS DISCOUNT FROM.
       FD  PROMOCIONES.
           01  PROMOCIONES-REC     PIC X(50).
       FD  PRODUCTOS.
           COPY WS-PRODUCTOS-IDX.
       FD  ELEMENTOS.
           01  ELEMENTOS-REC       PIC X(50).
       FD  REGISTRO.
           01  FD-REG-REC          PIC X(60).
       FD  LEDGER.
           01  FD-LEDGER-REC       PIC X(188).
       FD  SUCURSALES-MON.
           01  FD-SUCMON-REC       PIC X(50).
       FD  MONEDAS.
           01  FD-MON-REC          PIC X(50).
      * DID THE PROMOTION PAY OFF: FOR EVERY PROMOTION AND BRANCH,
      * NET UNITS AND NET REVENUE IN THE PROMOTION WINDOW AGAINST AN
      * EQUAL-LENGTH WINDOW JUST BEFORE IT, THE LIFT, THE DISCOUNT
      * GIVEN UP, THE REVENUE PER PESO OF DISCOUNT AND, FOR A SKU
      * PROMOTION, WHAT THE OTHER SKUS OF ITS CATEGORY DID MEANWHILE
      * - WITH A REPEAT / DO-NOT-REPEAT VERDICT PER PROMOTION.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-PRM-STATUS           PIC XX VALUE '00'.
       01  WS-PRD-STATUS           PIC XX VALUE '00'.
       01  WS-ELE-STATUS           PIC XX VALUE '00'.
       01  WS-REG-STATUS           PIC XX VALUE '00'.
       01  WS-LED-STATUS           PIC XX VALUE '00'.
       01  WS-LEDGER-NOMBRE        PIC X(30) VALUE SPACES.
       01  WS-ARCHIVOS-LEIDOS      PIC 9(04) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
      *"EFECTIVIDAD-PROMOCIONES [FECHA-CORTE]" (YYYY-MM-DD) - SALES
      *AFTER THE CUT-OFF ARE IGNORED, A PROMOTION STILL RUNNING ON
      *THAT DAY IS MEASURED UP TO IT AND ONE NOT YET STARTED IS ONLY
      *LISTED; TODAY BY DEFAULT.
       01  WS-CORTE-ARG            PIC X(20).
       01  WS-FECHA-CORTE          PIC X(10).
       01  WS-CORTE-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-DIA-NUM              PIC 9(07) VALUE ZEROS.
      *THE SPAN OF LEDGER DATES ANY PROMOTION NEEDS - EARLIEST
      *BASELINE START TO LATEST MEASURED END.
       01  WS-FECHA-DESDE          PIC X(10) VALUE SPACES.
       01  WS-FECHA-HASTA          PIC X(10) VALUE SPACES.
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-IMPORTE-SIGNO        PIC S9(13)V99 VALUE ZEROS.
       01  WS-UNIDADES-SIGNO       PIC S9(09) VALUE ZEROS.
       01  WS-DESCUENTO-LINEA      PIC S9(13)V99 VALUE ZEROS.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-P                    PIC 9(03) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
       01  WS-BUSCA-PRM            PIC 9(03) VALUE ZEROS.
       01  WS-BUSCA-SUC            PIC 9(03) VALUE ZEROS.
       01  WS-ES-PROMO             PIC X(01) VALUE 'N'.
       01  WS-ES-OTRO              PIC X(01) VALUE 'N'.
       01  WS-ELE-SKU              PIC X(10).
       01  WS-ELE-NOMBRE           PIC X(30).
       01  WS-ELE-CATEGORIA        PIC X(03).
       01  WS-PROMO-CLAVE-TXT      PIC X(10).
       01  WS-PROMO-PCT-TXT        PIC X(10).
       01  WS-PROMO-DESDE-TXT      PIC X(10).
       01  WS-PROMO-HASTA-TXT      PIC X(10).
       01  WS-PROMOS-INVALIDAS     PIC 9(03) VALUE ZEROS.
       01  WS-PROMOS-DESCARTADAS   PIC 9(05) VALUE ZEROS.
      *ONE ENTRY PER promociones.txt LINE. A CLAVE WITH ONLY THREE
      *CHARACTERS IS A CATEGORY PROMOTION, THE RULE APLICAR-PROMOCION
      *USES; A SKU PROMOTION LEARNS ITS CATEGORY FROM THE PRODUCT
      *MASTER. PRM-ESTADO: C CLOSED, E STILL RUNNING AT THE CUT-OFF,
      *F NOT STARTED YET.
       01  WS-PROMOS-CARGADAS      PIC 9(03) VALUE ZEROS.
       01  PRM-TAB OCCURS 100 TIMES.
           05  PRM-CLAVE           PIC X(10).
           05  PRM-PCT             PIC 9(02)V99 VALUE ZEROS.
           05  PRM-DESDE           PIC X(10).
           05  PRM-HASTA           PIC X(10).
           05  PRM-MEDIDO-HASTA    PIC X(10).
           05  PRM-BASE-DESDE      PIC X(10).
           05  PRM-BASE-HASTA      PIC X(10).
           05  PRM-DIAS            PIC 9(05) VALUE ZEROS.
           05  PRM-TIPO            PIC X(01).
           05  PRM-CATEGORIA       PIC X(03).
           05  PRM-ESTADO          PIC X(01).
      *ONE ROW PER PROMOTION AND BRANCH THAT SOLD SOMETHING IN
      *EITHER WINDOW, KEPT IN PROMOTION/BRANCH ORDER AS IT LOADS SO
      *THE REPORT COMES OUT GROUPED WITHOUT A SORT. BASE = THE
      *WINDOW BEFORE, PROMO = THE PROMOTION WINDOW, OTROS = THE
      *REST OF THE CATEGORY. SIGNED, SINCE REFUNDS CAN NET BELOW ZERO.
       01  WS-FILAS-USADAS         PIC 9(04) VALUE ZEROS.
       01  EFP-TAB.
           05  EFP-FILA OCCURS 3000 TIMES.
               10  EFP-PRM         PIC 9(03).
               10  EFP-SUC         PIC 9(03).
               10  EFP-UNI-BASE    PIC S9(09).
               10  EFP-UNI-PROMO   PIC S9(09).
               10  EFP-ING-BASE    PIC S9(13)V99.
               10  EFP-ING-PROMO   PIC S9(13)V99.
               10  EFP-DESCUENTO   PIC S9(13)V99.
               10  EFP-OTR-BASE    PIC S9(13)V99.
               10  EFP-OTR-PROMO   PIC S9(13)V99.
      *ONE PRINT LINE SHAPE FOR BRANCH ROWS AND THE PROMOTION TOTAL -
      *THE CALLER FILLS THE WS-EF- FIGURES AND ARMAR-LINEA-EFP
      *DERIVES THE LIFTS AND THE REVENUE PER PESO OF DISCOUNT.
       01  WS-EF-UNI-BASE          PIC S9(09) VALUE ZEROS.
       01  WS-EF-UNI-PROMO         PIC S9(09) VALUE ZEROS.
       01  WS-EF-ING-BASE          PIC S9(13)V99 VALUE ZEROS.
       01  WS-EF-ING-PROMO         PIC S9(13)V99 VALUE ZEROS.
       01  WS-EF-DESCUENTO         PIC S9(13)V99 VALUE ZEROS.
       01  WS-EF-OTR-BASE          PIC S9(13)V99 VALUE ZEROS.
       01  WS-EF-OTR-PROMO         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-UNI-BASE         PIC S9(09) VALUE ZEROS.
       01  WS-TOT-UNI-PROMO        PIC S9(09) VALUE ZEROS.
       01  WS-TOT-ING-BASE         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-ING-PROMO        PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-DESCUENTO        PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-OTR-BASE         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-OTR-PROMO        PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-FILAS            PIC 9(04) VALUE ZEROS.
       01  WS-INCREMENTAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-PCT                  PIC S9(05)V9 VALUE ZEROS.
       01  WS-PCT-ED               PIC -(4)9.9.
       01  WS-RATIO                PIC S9(05)V99 VALUE ZEROS.
       01  WS-RATIO-ED             PIC -(4)9.99.
       01  WS-RATIO-TXT            PIC X(08).
       01  WS-REPETIR              PIC 9(03) VALUE ZEROS.
       01  WS-NO-REPETIR           PIC 9(03) VALUE ZEROS.
       01  EFP-LINEA.
           05  EFL-SUC             PIC X(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  EFL-UNI-BASE        PIC -(08)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  EFL-UNI-PROMO       PIC -(08)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  EFL-LIFT-UNI        PIC X(07).
           05  FILLER              PIC X(01) VALUE ' '.
           05  EFL-ING-BASE        PIC -(09)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  EFL-ING-PROMO       PIC -(09)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  EFL-LIFT-ING        PIC X(07).
           05  FILLER              PIC X(01) VALUE ' '.
           05  EFL-DESCUENTO       PIC -(09)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  EFL-ING-DESC        PIC X(08).
           05  FILLER              PIC X(02) VALUE ' |'.
           05  EFL-OTR-BASE        PIC -(09)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  EFL-OTR-PROMO       PIC -(09)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  EFL-VAR-OTR         PIC X(07).
       01  EFP-TITULO.
           05  FILLER              PIC X(14) VALUE 'SUC  UNID-BASE'.
           05  FILLER              PIC X(10) VALUE ' UNID-PROM'.
           05  FILLER              PIC X(08) VALUE '  LIFT-U'.
           05  FILLER              PIC X(14) VALUE '      ING-BASE'.
           05  FILLER              PIC X(14) VALUE '      ING-PROM'.
           05  FILLER              PIC X(08) VALUE '  LIFT-I'.
           05  FILLER              PIC X(14) VALUE '     DESCUENTO'.
           05  FILLER              PIC X(09) VALUE ' ING/DESC'.
           05  FILLER              PIC X(02) VALUE ' |'.
           05  FILLER              PIC X(13) VALUE '   OTROS-BASE'.
           05  FILLER              PIC X(14) VALUE '    OTROS-PROM'.
           05  FILLER              PIC X(08) VALUE '   VAR-O'.
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
           DISPLAY "USO: EFECTIVIDAD-PROMOCIONES "
               "[FECHA-CORTE YYYY-MM-DD]"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-FECHA-CORTE (1:4) TO WS-CORTE-NUM (1:4)
       MOVE WS-FECHA-CORTE (6:2) TO WS-CORTE-NUM (5:2)
       MOVE WS-FECHA-CORTE (9:2) TO WS-CORTE-NUM (7:2)
       PERFORM CARGAR-PROMOCIONES
       IF WS-PROMOS-CARGADAS = 0
           DISPLAY "promociones.txt VACIO O AUSENTE - SIN REPORTE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-CATEGORIAS
       PERFORM CARGAR-MONEDAS
       IF WS-FECHA-HASTA NOT = SPACES
           PERFORM RECORRER-GENERACIONES
           MOVE 'VENTAS-YTD.txt' TO WS-LEDGER-NOMBRE
           PERFORM ACUMULAR-ARCHIVO
       END-IF
       PERFORM ESCRIBIR-REPORTE
       DISPLAY "EFECTIVIDAD-PROMOCIONES.txt GENERADO: CORTE "
           WS-FECHA-CORTE " (" WS-PROMOS-CARGADAS " PROMOCIONES, "
           WS-ARCHIVOS-LEIDOS " ARCHIVOS) - REPETIR: " WS-REPETIR
           " NO REPETIR: " WS-NO-REPETIR
       IF WS-PROMOS-INVALIDAS > 0
           DISPLAY "ADVERTENCIA: " WS-PROMOS-INVALIDAS
               " LINEAS INVALIDAS EN promociones.txt - OMITIDAS"
           MOVE 4 TO RETURN-CODE
       END-IF
       IF WS-PROMOS-DESCARTADAS > 0
           DISPLAY "ADVERTENCIA: " WS-PROMOS-DESCARTADAS
               " FILAS MAS ALLA DEL LIMITE DE 3000"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      *SAME 100-LINE TABLE AND CLAVE,PCT,DESDE,HASTA PARSE AS
      *CREAR-DATOS. EACH PROMOTION GETS ITS BASELINE - THE SAME
      *NUMBER OF DAYS ENDING THE DAY BEFORE DESDE - AND THE OVERALL
      *LEDGER SPAN IS WIDENED TO COVER BOTH WINDOWS.
       CARGAR-PROMOCIONES.
       OPEN INPUT PROMOCIONES
       IF WS-PRM-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ PROMOCIONES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF PROMOCIONES-REC NOT = SPACES
                           AND WS-PROMOS-CARGADAS < 100
                           PERFORM CARGAR-PROMOCION-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMOCIONES
       END-IF
       MOVE 0 TO EOF.

       CARGAR-PROMOCION-LINEA.
       MOVE SPACES TO WS-PROMO-CLAVE-TXT WS-PROMO-PCT-TXT
           WS-PROMO-DESDE-TXT WS-PROMO-HASTA-TXT
       UNSTRING PROMOCIONES-REC DELIMITED BY ','
           INTO WS-PROMO-CLAVE-TXT WS-PROMO-PCT-TXT
           WS-PROMO-DESDE-TXT WS-PROMO-HASTA-TXT
       END-UNSTRING
       IF WS-PROMO-CLAVE-TXT = SPACES
           OR FUNCTION TEST-NUMVAL (WS-PROMO-PCT-TXT) NOT = 0
           OR WS-PROMO-DESDE-TXT (1:4) NOT NUMERIC
           OR WS-PROMO-DESDE-TXT (6:2) NOT NUMERIC
           OR WS-PROMO-DESDE-TXT (9:2) NOT NUMERIC
           OR WS-PROMO-HASTA-TXT (1:4) NOT NUMERIC
           OR WS-PROMO-HASTA-TXT (6:2) NOT NUMERIC
           OR WS-PROMO-HASTA-TXT (9:2) NOT NUMERIC
           OR WS-PROMO-HASTA-TXT < WS-PROMO-DESDE-TXT
           ADD 1 TO WS-PROMOS-INVALIDAS
       ELSE
           ADD 1 TO WS-PROMOS-CARGADAS
           MOVE WS-PROMOS-CARGADAS TO WS-P
           MOVE WS-PROMO-CLAVE-TXT TO PRM-CLAVE (WS-P)
           MOVE FUNCTION NUMVAL (WS-PROMO-PCT-TXT) TO PRM-PCT (WS-P)
           MOVE WS-PROMO-DESDE-TXT TO PRM-DESDE (WS-P)
           MOVE WS-PROMO-HASTA-TXT TO PRM-HASTA (WS-P)
           IF PRM-CLAVE (WS-P) (4:7) = SPACES
               MOVE 'C' TO PRM-TIPO (WS-P)
               MOVE PRM-CLAVE (WS-P) (1:3) TO PRM-CATEGORIA (WS-P)
           ELSE
               MOVE 'S' TO PRM-TIPO (WS-P)
               MOVE SPACES TO PRM-CATEGORIA (WS-P)
           END-IF
           IF PRM-DESDE (WS-P) > WS-FECHA-CORTE
               MOVE 'F' TO PRM-ESTADO (WS-P)
           ELSE
               IF PRM-HASTA (WS-P) > WS-FECHA-CORTE
                   MOVE 'E' TO PRM-ESTADO (WS-P)
                   MOVE WS-FECHA-CORTE TO PRM-MEDIDO-HASTA (WS-P)
               ELSE
                   MOVE 'C' TO PRM-ESTADO (WS-P)
                   MOVE PRM-HASTA (WS-P) TO PRM-MEDIDO-HASTA (WS-P)
               END-IF
               PERFORM FIJAR-VENTANA-BASE
           END-IF
       END-IF.

      *THE BASELINE IS AS LONG AS THE PART OF THE PROMOTION BEING
      *MEASURED, SO A PROMOTION STILL RUNNING IS COMPARED DAY FOR DAY.
       FIJAR-VENTANA-BASE.
       MOVE PRM-DESDE (WS-P) (1:4) TO WS-FECHA-NUM (1:4)
       MOVE PRM-DESDE (WS-P) (6:2) TO WS-FECHA-NUM (5:2)
       MOVE PRM-DESDE (WS-P) (9:2) TO WS-FECHA-NUM (7:2)
       COMPUTE WS-DIA-NUM = FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
       MOVE PRM-MEDIDO-HASTA (WS-P) (1:4) TO WS-FECHA-NUM (1:4)
       MOVE PRM-MEDIDO-HASTA (WS-P) (6:2) TO WS-FECHA-NUM (5:2)
       MOVE PRM-MEDIDO-HASTA (WS-P) (9:2) TO WS-FECHA-NUM (7:2)
       COMPUTE PRM-DIAS (WS-P) =
           FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM) - WS-DIA-NUM + 1
       COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER
           (WS-DIA-NUM - 1)
       STRING WS-FECHA-NUM (1:4) '-' WS-FECHA-NUM (5:2) '-'
           WS-FECHA-NUM (7:2) DELIMITED BY SIZE
           INTO PRM-BASE-HASTA (WS-P)
       COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER
           (WS-DIA-NUM - PRM-DIAS (WS-P))
       STRING WS-FECHA-NUM (1:4) '-' WS-FECHA-NUM (5:2) '-'
           WS-FECHA-NUM (7:2) DELIMITED BY SIZE
           INTO PRM-BASE-DESDE (WS-P)
       IF WS-FECHA-DESDE = SPACES
           OR PRM-BASE-DESDE (WS-P) < WS-FECHA-DESDE
           MOVE PRM-BASE-DESDE (WS-P) TO WS-FECHA-DESDE
       END-IF
       IF WS-FECHA-HASTA = SPACES
           OR PRM-MEDIDO-HASTA (WS-P) > WS-FECHA-HASTA
           MOVE PRM-MEDIDO-HASTA (WS-P) TO WS-FECHA-HASTA
       END-IF.

      *A SKU PROMOTION NEEDS ITS CATEGORY TO WATCH THE REST OF THE
      *CATEGORY - INDEXED PRODUCT MASTER FIRST, elementos.txt IF IT
      *IS NOT THERE. A SKU IN NEITHER LEARNS IT FROM ITS OWN DET
      *LINES DURING THE WALK.
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
                           MOVE PRD-SKU TO WS-ELE-SKU
                           MOVE PRD-CATEGORIA TO WS-ELE-CATEGORIA
                           PERFORM ASIGNAR-CATEGORIA-PROMO
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
                           MOVE SPACES TO WS-ELE-SKU
                               WS-ELE-NOMBRE WS-ELE-CATEGORIA
                           UNSTRING ELEMENTOS-REC
                               DELIMITED BY ','
                               INTO WS-ELE-SKU WS-ELE-NOMBRE
                               WS-ELE-CATEGORIA
                           END-UNSTRING
                           PERFORM ASIGNAR-CATEGORIA-PROMO
                   END-READ
               END-PERFORM
               CLOSE ELEMENTOS
           END-IF
       END-IF
       MOVE 0 TO EOF.

       ASIGNAR-CATEGORIA-PROMO.
       PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PROMOS-CARGADAS
           IF PRM-TIPO (WS-P) = 'S'
               AND PRM-CLAVE (WS-P) = WS-ELE-SKU
               MOVE WS-ELE-CATEGORIA TO PRM-CATEGORIA (WS-P)
           END-IF
       END-PERFORM.

      *ONLY GENERATIONS WHOSE BATCH-DATE SPAN OVERLAPS THE WINDOWS
      *BEING MEASURED ARE OPENED - THE REST STAY ON THE SHELF.
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
      *REVENUE AND A REFUND NETS ITS SALE BACK OUT. ONE LINE CAN
      *COUNT FOR SEVERAL PROMOTIONS (A SKU PROMOTION AND ITS
      *CATEGORY'S, OR OVERLAPPING WINDOWS).
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
               IF TIPO-TRANSACCION = 'R'
                   COMPUTE WS-IMPORTE-SIGNO = 0 - WS-IMPORTE-LINEA
                   COMPUTE WS-UNIDADES-SIGNO = 0 - CANTIDAD-VENDIDA
               ELSE
                   MOVE WS-IMPORTE-LINEA TO WS-IMPORTE-SIGNO
                   MOVE CANTIDAD-VENDIDA TO WS-UNIDADES-SIGNO
               END-IF
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PROMOS-CARGADAS
                   IF PRM-ESTADO (WS-P) NOT = 'F'
                       AND FECHA-VENTA >= PRM-BASE-DESDE (WS-P)
                       AND FECHA-VENTA <= PRM-MEDIDO-HASTA (WS-P)
                       PERFORM ACUMULAR-PROMOCION
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

      *THE DISCOUNT GIVEN UP IS RECOVERED FROM THE PERCENT STAMPED
      *ON THE LINE: COSTO IS ALREADY THE DISCOUNTED PRICE, SO THE
      *LIST PRICE IS COSTO * 100 / (100 - PCT).
       ACUMULAR-PROMOCION.
       MOVE 0 TO WS-HIT
       MOVE 'N' TO WS-ES-PROMO
       MOVE 'N' TO WS-ES-OTRO
       IF PRM-TIPO (WS-P) = 'S'
           IF PRODUCTO-SKU = PRM-CLAVE (WS-P)
               MOVE 'S' TO WS-ES-PROMO
               IF PRM-CATEGORIA (WS-P) = SPACES
                   MOVE PRODUCTO-CATEGORIA TO PRM-CATEGORIA (WS-P)
               END-IF
           ELSE
               IF PRM-CATEGORIA (WS-P) NOT = SPACES
                   AND PRODUCTO-CATEGORIA = PRM-CATEGORIA (WS-P)
                   MOVE 'S' TO WS-ES-OTRO
               END-IF
           END-IF
       ELSE
           IF PRODUCTO-CATEGORIA = PRM-CATEGORIA (WS-P)
               MOVE 'S' TO WS-ES-PROMO
           END-IF
       END-IF
       IF WS-ES-PROMO = 'S' OR WS-ES-OTRO = 'S'
           MOVE WS-P TO WS-BUSCA-PRM
           MOVE SUCURSAL TO WS-BUSCA-SUC
           PERFORM UBICAR-FILA
       END-IF
       IF WS-HIT > 0 AND WS-ES-PROMO = 'S'
           IF FECHA-VENTA < PRM-DESDE (WS-P)
               ADD WS-UNIDADES-SIGNO TO EFP-UNI-BASE (WS-HIT)
               ADD WS-IMPORTE-SIGNO TO EFP-ING-BASE (WS-HIT)
           ELSE
               ADD WS-UNIDADES-SIGNO TO EFP-UNI-PROMO (WS-HIT)
               ADD WS-IMPORTE-SIGNO TO EFP-ING-PROMO (WS-HIT)
               IF DESCUENTO-PCT NUMERIC AND DESCUENTO-PCT > 0
                   AND DESCUENTO-PCT < 100
                   COMPUTE WS-DESCUENTO-LINEA ROUNDED =
                       WS-IMPORTE-SIGNO * DESCUENTO-PCT
                       / (100 - DESCUENTO-PCT)
                   ADD WS-DESCUENTO-LINEA TO EFP-DESCUENTO (WS-HIT)
               END-IF
           END-IF
       END-IF
       IF WS-HIT > 0 AND WS-ES-OTRO = 'S'
           IF FECHA-VENTA < PRM-DESDE (WS-P)
               ADD WS-IMPORTE-SIGNO TO EFP-OTR-BASE (WS-HIT)
           ELSE
               ADD WS-IMPORTE-SIGNO TO EFP-OTR-PROMO (WS-HIT)
           END-IF
       END-IF.

      *FINDS (OR INSERTS, KEEPING PROMOTION/BRANCH ORDER) THE ROW
      *FOR WS-BUSCA-PRM/WS-BUSCA-SUC - BEYOND 3000 ROWS THE EXTRAS
      *ARE COUNTED AND REPORTED, THE USUAL CAP-AND-WARN PATTERN.
       UBICAR-FILA.
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-FILAS-USADAS OR WS-HIT > 0
           IF EFP-PRM (WS-I) = WS-BUSCA-PRM
               AND EFP-SUC (WS-I) = WS-BUSCA-SUC
               MOVE WS-I TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT = 0
           IF WS-FILAS-USADAS >= 3000
               ADD 1 TO WS-PROMOS-DESCARTADAS
           ELSE
               MOVE 0 TO WS-I
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-FILAS-USADAS OR WS-I > 0
                   IF EFP-PRM (WS-J) > WS-BUSCA-PRM
                       OR (EFP-PRM (WS-J) = WS-BUSCA-PRM
                           AND EFP-SUC (WS-J) > WS-BUSCA-SUC)
                       MOVE WS-J TO WS-I
                   END-IF
               END-PERFORM
               IF WS-I = 0
                   COMPUTE WS-I = WS-FILAS-USADAS + 1
               ELSE
                   PERFORM VARYING WS-J FROM WS-FILAS-USADAS BY -1
                           UNTIL WS-J < WS-I
                       MOVE EFP-FILA (WS-J) TO EFP-FILA (WS-J + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-FILAS-USADAS
               MOVE WS-BUSCA-PRM TO EFP-PRM (WS-I)
               MOVE WS-BUSCA-SUC TO EFP-SUC (WS-I)
               MOVE 0 TO EFP-UNI-BASE (WS-I)
               MOVE 0 TO EFP-UNI-PROMO (WS-I)
               MOVE 0 TO EFP-ING-BASE (WS-I)
               MOVE 0 TO EFP-ING-PROMO (WS-I)
               MOVE 0 TO EFP-DESCUENTO (WS-I)
               MOVE 0 TO EFP-OTR-BASE (WS-I)
               MOVE 0 TO EFP-OTR-PROMO (WS-I)
               MOVE WS-I TO WS-HIT
           END-IF
       END-IF.

       ESCRIBIR-REPORTE.
       OPEN OUTPUT REPORTE
       MOVE SPACES TO FD-REP-REC
       STRING '**EFECTIVIDAD DE PROMOCIONES - CORTE ' WS-FECHA-CORTE
           ' (PROMO VS IGUAL NUMERO DE DIAS ANTERIORES)**'
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PROMOS-CARGADAS
           PERFORM ESCRIBIR-PROMOCION
       END-PERFORM
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       STRING 'RESUMEN: REPETIR ' WS-REPETIR '  NO REPETIR '
           WS-NO-REPETIR DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       IF WS-PROMOS-INVALIDAS > 0
           MOVE SPACES TO FD-REP-REC
           STRING 'ADVERTENCIA: ' WS-PROMOS-INVALIDAS
               ' LINEAS INVALIDAS EN promociones.txt - OMITIDAS'
               DELIMITED BY SIZE INTO FD-REP-REC
           WRITE FD-REP-REC
       END-IF
       IF WS-PROMOS-DESCARTADAS > 0
           MOVE SPACES TO FD-REP-REC
           STRING 'ADVERTENCIA: ' WS-PROMOS-DESCARTADAS
               ' FILAS MAS ALLA DEL LIMITE DE 3000'
               DELIMITED BY SIZE INTO FD-REP-REC
           WRITE FD-REP-REC
       END-IF
       CLOSE REPORTE.

      *ONE BLOCK PER PROMOTION: HEADING WITH BOTH WINDOWS, A LINE
      *PER BRANCH, THE TOTAL AND THE VERDICT.
       ESCRIBIR-PROMOCION.
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       MOVE PRM-PCT (WS-P) TO WS-RATIO-ED
       IF PRM-TIPO (WS-P) = 'S'
           STRING 'PROMOCION SKU ' PRM-CLAVE (WS-P) ' (CAT '
               PRM-CATEGORIA (WS-P) ') ' WS-RATIO-ED '% '
               PRM-DESDE (WS-P) ' A ' PRM-HASTA (WS-P)
               DELIMITED BY SIZE INTO FD-REP-REC
       ELSE
           STRING 'PROMOCION CATEGORIA ' PRM-CATEGORIA (WS-P)
               '        ' WS-RATIO-ED '% '
               PRM-DESDE (WS-P) ' A ' PRM-HASTA (WS-P)
               DELIMITED BY SIZE INTO FD-REP-REC
       END-IF
       WRITE FD-REP-REC
       IF PRM-ESTADO (WS-P) = 'F'
           MOVE SPACES TO FD-REP-REC
           STRING '  AUN NO INICIA AL CORTE - SIN MEDICION'
               DELIMITED BY SIZE INTO FD-REP-REC
           WRITE FD-REP-REC
       ELSE
           MOVE SPACES TO FD-REP-REC
           STRING '  MEDIDO ' PRM-DESDE (WS-P) ' A '
               PRM-MEDIDO-HASTA (WS-P) ' (' PRM-DIAS (WS-P)
               ' DIAS) VS BASE ' PRM-BASE-DESDE (WS-P) ' A '
               PRM-BASE-HASTA (WS-P)
               DELIMITED BY SIZE INTO FD-REP-REC
           IF PRM-ESTADO (WS-P) = 'E'
               MOVE '- EN CURSO' TO FD-REP-REC (90:10)
           END-IF
           WRITE FD-REP-REC
           MOVE EFP-TITULO TO FD-REP-REC
           WRITE FD-REP-REC
           MOVE ZEROS TO WS-TOT-UNI-BASE WS-TOT-UNI-PROMO
               WS-TOT-ING-BASE WS-TOT-ING-PROMO WS-TOT-DESCUENTO
               WS-TOT-OTR-BASE WS-TOT-OTR-PROMO WS-TOT-FILAS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FILAS-USADAS
               IF EFP-PRM (WS-I) = WS-P
                   PERFORM ESCRIBIR-FILA-SUCURSAL
               END-IF
           END-PERFORM
           MOVE WS-TOT-UNI-BASE TO WS-EF-UNI-BASE
           MOVE WS-TOT-UNI-PROMO TO WS-EF-UNI-PROMO
           MOVE WS-TOT-ING-BASE TO WS-EF-ING-BASE
           MOVE WS-TOT-ING-PROMO TO WS-EF-ING-PROMO
           MOVE WS-TOT-DESCUENTO TO WS-EF-DESCUENTO
           MOVE WS-TOT-OTR-BASE TO WS-EF-OTR-BASE
           MOVE WS-TOT-OTR-PROMO TO WS-EF-OTR-PROMO
           PERFORM ARMAR-LINEA-EFP
           MOVE 'TOT' TO EFL-SUC
           MOVE EFP-LINEA TO FD-REP-REC
           WRITE FD-REP-REC
           PERFORM ESCRIBIR-VEREDICTO
       END-IF.

       ESCRIBIR-FILA-SUCURSAL.
       ADD 1 TO WS-TOT-FILAS
       MOVE EFP-UNI-BASE (WS-I) TO WS-EF-UNI-BASE
       MOVE EFP-UNI-PROMO (WS-I) TO WS-EF-UNI-PROMO
       MOVE EFP-ING-BASE (WS-I) TO WS-EF-ING-BASE
       MOVE EFP-ING-PROMO (WS-I) TO WS-EF-ING-PROMO
       MOVE EFP-DESCUENTO (WS-I) TO WS-EF-DESCUENTO
       MOVE EFP-OTR-BASE (WS-I) TO WS-EF-OTR-BASE
       MOVE EFP-OTR-PROMO (WS-I) TO WS-EF-OTR-PROMO
       ADD WS-EF-UNI-BASE TO WS-TOT-UNI-BASE
       ADD WS-EF-UNI-PROMO TO WS-TOT-UNI-PROMO
       ADD WS-EF-ING-BASE TO WS-TOT-ING-BASE
       ADD WS-EF-ING-PROMO TO WS-TOT-ING-PROMO
       ADD WS-EF-DESCUENTO TO WS-TOT-DESCUENTO
       ADD WS-EF-OTR-BASE TO WS-TOT-OTR-BASE
       ADD WS-EF-OTR-PROMO TO WS-TOT-OTR-PROMO
       PERFORM ARMAR-LINEA-EFP
       MOVE EFP-SUC (WS-I) TO EFL-SUC
       MOVE EFP-LINEA TO FD-REP-REC
       WRITE FD-REP-REC.

      *A PROMOTION IS WORTH REPEATING WHEN THE CATEGORY AS A WHOLE
      *CAME OUT AHEAD: THE PROMOTED REVENUE GAINED, LESS WHATEVER
      *THE REST OF THE CATEGORY LOST TO IT, MUST BE POSITIVE. THE
      *INCREMENTAL REVENUE PER PESO OF DISCOUNT SAYS BY HOW MUCH.
       ESCRIBIR-VEREDICTO.
       MOVE SPACES TO FD-REP-REC
       IF WS-TOT-FILAS = 0
           STRING '  SIN VENTAS EN NINGUNA DE LAS DOS VENTANAS - '
               'NO REPETIR' DELIMITED BY SIZE INTO FD-REP-REC
           ADD 1 TO WS-NO-REPETIR
       ELSE
           COMPUTE WS-INCREMENTAL = WS-TOT-ING-PROMO
               - WS-TOT-ING-BASE + WS-TOT-OTR-PROMO - WS-TOT-OTR-BASE
           MOVE WS-INCREMENTAL TO EFL-ING-PROMO
           MOVE SPACES TO WS-RATIO-TXT
           IF WS-TOT-DESCUENTO > 0
               COMPUTE WS-RATIO ROUNDED =
                   WS-INCREMENTAL / WS-TOT-DESCUENTO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO TO WS-RATIO-ED
               MOVE WS-RATIO-ED TO WS-RATIO-TXT
           END-IF
           IF WS-INCREMENTAL > 0
               STRING '  INCREMENTAL NETO (PROMO + OTROS DE LA CAT): '
                   EFL-ING-PROMO '  POR PESO DE DESCUENTO: '
                   WS-RATIO-TXT '  VEREDICTO: REPETIR'
                   DELIMITED BY SIZE INTO FD-REP-REC
               ADD 1 TO WS-REPETIR
           ELSE
               STRING '  INCREMENTAL NETO (PROMO + OTROS DE LA CAT): '
                   EFL-ING-PROMO '  POR PESO DE DESCUENTO: '
                   WS-RATIO-TXT '  VEREDICTO: NO REPETIR'
                   DELIMITED BY SIZE INTO FD-REP-REC
               ADD 1 TO WS-NO-REPETIR
           END-IF
       END-IF
       WRITE FD-REP-REC.

      *LIFTS ARE PROMOTION WINDOW OVER BASELINE, AS A PERCENT CHANGE,
      *BLANK WHERE THE BASELINE IS NOT POSITIVE. ING/DESC IS THE
      *REVENUE TAKEN IN THE WINDOW PER PESO OF DISCOUNT GIVEN UP.
      *THE OTHERS' COLUMNS STAY BLANK FOR A CATEGORY PROMOTION,
      *WHICH HAS NO "REST OF THE CATEGORY".
       ARMAR-LINEA-EFP.
       MOVE WS-EF-UNI-BASE TO EFL-UNI-BASE
       MOVE WS-EF-UNI-PROMO TO EFL-UNI-PROMO
       MOVE SPACES TO EFL-LIFT-UNI
       IF WS-EF-UNI-BASE > 0
           COMPUTE WS-PCT ROUNDED = (WS-EF-UNI-PROMO - WS-EF-UNI-BASE)
               * 100 / WS-EF-UNI-BASE
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-PCT
           END-COMPUTE
           MOVE WS-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO EFL-LIFT-UNI
       END-IF
       MOVE WS-EF-ING-BASE TO EFL-ING-BASE
       MOVE WS-EF-ING-PROMO TO EFL-ING-PROMO
       MOVE SPACES TO EFL-LIFT-ING
       IF WS-EF-ING-BASE > 0
           COMPUTE WS-PCT ROUNDED = (WS-EF-ING-PROMO - WS-EF-ING-BASE)
               * 100 / WS-EF-ING-BASE
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-PCT
           END-COMPUTE
           MOVE WS-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO EFL-LIFT-ING
       END-IF
       MOVE WS-EF-DESCUENTO TO EFL-DESCUENTO
       MOVE SPACES TO EFL-ING-DESC
       IF WS-EF-DESCUENTO > 0
           COMPUTE WS-RATIO ROUNDED =
               WS-EF-ING-PROMO / WS-EF-DESCUENTO
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-RATIO
           END-COMPUTE
           MOVE WS-RATIO TO WS-RATIO-ED
           MOVE WS-RATIO-ED TO EFL-ING-DESC
       END-IF
       IF PRM-TIPO (WS-P) = 'S'
           MOVE WS-EF-OTR-BASE TO EFL-OTR-BASE
           MOVE WS-EF-OTR-PROMO TO EFL-OTR-PROMO
           MOVE SPACES TO EFL-VAR-OTR
           IF WS-EF-OTR-BASE > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-EF-OTR-PROMO - WS-EF-OTR-BASE)
                   * 100 / WS-EF-OTR-BASE
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO EFL-VAR-OTR
           END-IF
       ELSE
           MOVE ZEROS TO EFL-OTR-BASE EFL-OTR-PROMO
           MOVE SPACES TO EFL-VAR-OTR
       END-IF.

       COPY MONEDAS-PROC.

       COPY VENTA-COMPAT-PROC.
