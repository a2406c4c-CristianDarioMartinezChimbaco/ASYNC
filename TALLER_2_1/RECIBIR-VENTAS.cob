       FILE-CONTROL.
      *EXTERNAL POS EXPORT, SEMICOLON DELIMITED:
      *  TIMESTAMP;CAJERO;SKU;CANTIDAD;MONTO-EN-CENTAVOS;CLIENTE-POS
      *  [;REFERENCIA] - THE CARD NUMBER, ONLY ON GIFT-CARD/STORE-
      *  CREDIT LINES (PSEUDO-SKUS TARJ-EMITE, SALDO-FAV, TARJ-CANJE),
      *  OR THE SKU THE CLIENT WANTS ON A BACKORDER LINE (PSEUDO-SKU
      *  ENCARGO, CANTIDAD THE UNITS WANTED, MONTO 0 - NOTHING IS
      *  CHARGED UNTIL THE GOODS ARE COLLECTED).
       SELECT POS-FEED ASSIGN TO 'pos-ventas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POS-STATUS.
       SELECT PROMOCIONES ASSIGN TO 'promociones.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.
       SELECT HORARIO-POS ASSIGN TO 'HORARIO-POS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOR-STATUS.
       SELECT PRECIOS ASSIGN TO 'precios.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRE-STATUS.
       SELECT LIMITES ASSIGN TO 'LIMITES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.
       SELECT EXCEPCIONES-PRECIO ASSIGN TO 'EXCEPCIONES-PRECIO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXP-STATUS.
       SELECT ENCARGOS ASSIGN TO 'ENCARGOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENC-STATUS.
       SELECT ENCARGOS-NUEVO ASSIGN TO 'ENCARGOS.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MARCAS ASSIGN TO 'POS-MARCA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MRC-STATUS.
       SELECT MARCAS-NUEVO ASSIGN TO 'POS-MARCA.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CORTES ASSIGN TO 'CORTES-INTRADIA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COR-STATUS.
       SELECT ARCHIVO-INTRADIA ASSIGN TO 'DISPOSICIONES-INTRADIA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARI-STATUS.
       SELECT CONCILIACION ASSIGN TO 'CONCILIACION-INTRADIA.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      * IS STAMPED ONTO THE DET LINE; THE AMOUNT IS TAKEN AS-IS.
       FD  PROMOCIONES.
           01  PROMOCIONES-REC     PIC X(50).
      * TILL ACTIVITY TIMES - THE DET LINE KEEPS ONLY THE DATE, SO
      * EVERY CONVERTED LINE ALSO APPENDS FECHA,HORA,SUCURSAL,CAJERO,
      * TIPO HERE (HORA HH:MM FROM THE POS TIMESTAMP) FOR
      * EXCEPCIONES-CAJEROS' OUT-OF-HOURS CHECK. APPENDED ONLY.
       FD  HORARIO-POS.
           01  FD-HOR-REC          PIC X(40).
      * PRICE MASTER, SKU,PRECIO,FECHA-EFECTIVA (SEE CREAR-DATOS) -
      * THE EXPECTED UNIT PRICE OF A POS LINE IS THE LATEST PRICE
      * EFFECTIVE ON THE SALE DATE, LESS THE ACTIVE PROMOTION.
       FD  PRECIOS.
           01  PRECIOS-REC         PIC X(50).
      * CLAVE,VALOR THRESHOLDS (SEE LIMITES-WS.cpy) - ONLY
      * TOL-PRECIO-POS AND TECHO-PRECIO-POS ARE READ HERE.
       FD  LIMITES.
           01  FD-LIM-REC          PIC X(40).
      * PRICE-OVERRIDE AUDIT TRAIL: ONE LINE PER POS LINE CHARGED
      * MORE THAN TOL-PRECIO-POS PERCENT AWAY FROM THE EXPECTED
      * AMOUNT (SEE EXCEPCION-PRECIO-LINEA). APPENDED ONLY.
       FD  EXCEPCIONES-PRECIO.
           01  FD-EXP-REC          PIC X(132).
      * CUSTOMER BACKORDERS (SEE WS-ENCARGO.cpy) - A POS 'ENCARGO'
      * LINE IS BOOKED HERE INSTEAD OF BECOMING A DET LINE.
       FD  ENCARGOS.
           01  FD-ENC-REC          PIC X(100).
       FD  ENCARGOS-NUEVO.
           01  FD-ENCN-REC         PIC X(100).
      * HOW FAR INTO EACH BRANCH'S pos-ventas.txt THE INTRADAY RUNS
      * HAVE READ (SEE MARCA-LINEA) - REWRITTEN THROUGH A SCRATCH
      * FILE.
       FD  MARCAS.
           01  FD-MRC-REC          PIC X(80).
       FD  MARCAS-NUEVO.
           01  FD-MRCN-REC         PIC X(80).
      * ONE LINE PER INTRADAY SLICE CONVERTED (SEE CORTE-LINEA).
      * APPENDED ONLY.
       FD  CORTES.
           01  FD-COR-REC          PIC X(130).
      * THE DISPOSICIONES.txt OF EVERY INTRADAY SLICE POSTED, APPENDED
      * BY POSTEAR-INTRADIA ONCE THE SLICE IS THROUGH - THE RECORD OF
      * WHAT THE DAY HAS ALREADY POSTED. SAME LAYOUT AS
      * DISPOSICIONES.txt (SEE POSTEAR-VENTAS).
       FD  ARCHIVO-INTRADIA.
           01  FD-ARI-REC.
               05  ARI-ESTADO      PIC X(01).
               05  FILLER          PIC X(01).
               05  ARI-MOTIVO      PIC X(30).
               05  FILLER          PIC X(01).
               05  ARI-LINEA       PIC X(188).
      * THE FULL-DAY RUN'S RECONCILIATION OF THE DAY'S INTRADAY
      * SLICES - REWRITTEN EVERY FULL-DAY RUN THAT HAD ANY.
       FD  CONCILIACION.
           01  FD-CNC-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
       01  WS-PRD-STATUS           PIC XX VALUE '00'.
       01  WS-RCH-STATUS           PIC XX VALUE '00'.
       01  WS-PRM-STATUS           PIC XX VALUE '00'.
       01  WS-HOR-STATUS           PIC XX VALUE '00'.
       01  WS-PRE-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-STATUS           PIC XX VALUE '00'.
       01  WS-EXP-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-EOF              PIC 9 VALUE 0.
       01  WS-LIM-CLAVE            PIC X(20).
       01  WS-LIM-VALOR            PIC X(15).
      *LIMITES.txt: A LINE CHARGED MORE THAN TOL-PRECIO-POS PERCENT
      *AWAY FROM ITS EXPECTED AMOUNT IS LOGGED; MORE THAN
      *TECHO-PRECIO-POS PERCENT IS REJECTED (ZERO OR ABSENT - NO
      *REJECTION, SO AN INSTALL WITHOUT THE KEY STILL CONVERTS
      *EVERYTHING IT DID BEFORE).
       01  LIM-TOL-PRECIO-POS      PIC 9(03)V99 VALUE ZEROS.
       01  LIM-TECHO-PRECIO-POS    PIC 9(03)V99 VALUE ZEROS.
      *EVERY DATED PRICE LINE, SO EACH POS LINE IS PRICED AS OF ITS
      *OWN SALE DATE.
       01  PRE-TAB.
           05  PRE-FILA OCCURS 5000 TIMES.
               10  PRE-SKU         PIC X(10).
               10  PRE-PRECIO      PIC 9(08)V99 VALUE ZEROS.
               10  PRE-FECHA       PIC X(10).
       01  WS-PRE-CARGADOS         PIC 9(04) VALUE ZEROS.
       01  WS-PRE-SKU-TXT          PIC X(10).
       01  WS-PRE-PRECIO-TXT       PIC X(12).
       01  WS-PRE-FECHA-TXT        PIC X(10).
       01  WS-PRE-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-PRE-MEJOR-FECHA      PIC X(10).
       01  WS-IMPORTE-ESPERADO     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IMPORTE-COBRADO      PIC 9(13)V99 VALUE ZEROS.
       01  WS-DIF-PRECIO           PIC S9(13)V99 VALUE ZEROS.
       01  WS-DIF-PRECIO-PCT       PIC 9(05)V99 VALUE ZEROS.
       01  WS-PRECIO-RECHAZO       PIC X(01) VALUE 'N'.
       01  WS-EXCEPCIONES-PRECIO   PIC 9(07) VALUE ZEROS.
       01  EXP-LINEA.
           05  EXP-FECHA           PIC X(19).
           05  FILLER              PIC X(01) VALUE ' '.
           05  EXP-CAJERO          PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  EXP-SKU             PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  EXP-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  EXP-CANTIDAD        PIC Z(04)9.
           05  FILLER              PIC X(10) VALUE ' ESPERADO:'.
           05  EXP-ESPERADO        PIC Z(12)9.99.
           05  FILLER              PIC X(09) VALUE ' COBRADO:'.
           05  EXP-COBRADO         PIC Z(12)9.99.
           05  FILLER              PIC X(06) VALUE ' DIF%:'.
           05  EXP-DIF-PCT         PIC Z(04)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  EXP-ESTADO          PIC X(10).
       01  WS-PROMOS-CARGADAS      PIC 9(03) VALUE ZEROS.
       01  WS-PROMO-HIT            PIC 9(03) VALUE ZEROS.
       01  WS-PROMO-I              PIC 9(03) VALUE ZEROS.
           05  PROMO-DESDE         PIC X(10).
           05  PROMO-HASTA         PIC X(10).
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-ARGUMENTOS           PIC X(40).
       01  WS-SUCURSAL-ARG         PIC X(10).
       01  WS-MODO-ARG             PIC X(10).
       01  WS-SUCURSAL-POS         PIC 9(03) VALUE 1.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-CARGADOS             PIC 9(04) VALUE ZEROS.
       01  WS-POS-CANT             PIC X(10).
       01  WS-POS-MONTO            PIC X(15).
       01  WS-POS-CLIENTE          PIC X(10).
       01  WS-POS-REFERENCIA       PIC X(10).
       01  WS-SKU-BUSCADO          PIC X(10).
       01  WS-ENCARGOS-NUEVOS      PIC 9(07) VALUE ZEROS.
       01  WS-ENCARGOS-REPETIDOS   PIC 9(07) VALUE ZEROS.
       01  WS-CANT-NUM             PIC 9(05) VALUE ZEROS.
       01  WS-MONTO-CENT           PIC 9(15) VALUE ZEROS.
       01  WS-MAP-POS              PIC X(10).
               10  MP-SKU          PIC X(10).
               10  MP-NOMBRE       PIC X(30).
               10  MP-CATEGORIA    PIC X(03).
      *INTRADAY MODE. POS-MARCA.txt KEEPS, PER BRANCH, HOW MANY LINES
      *OF THE CURRENT pos-ventas.txt THE INTRADAY RUNS HAVE ALREADY
      *CONVERTED, SO EACH RUN ONLY TAKES THE LINES ADDED SINCE. THE
      *FEED IS TOLD APART FROM THE NEXT DAY'S BY ITS FIRST LINE
      *(MRC-HUELLA). MRC-ESTADO IS 'A' WHILE THE DAY IS OPEN TO
      *INTRADAY RUNS AND 'C' ONCE THE FULL-DAY RUN HAS CLOSED IT.
       01  WS-INTRADIA             PIC X(01) VALUE 'N'.
       01  WS-MRC-STATUS           PIC XX VALUE '00'.
       01  WS-COR-STATUS           PIC XX VALUE '00'.
       01  WS-ARI-STATUS           PIC XX VALUE '00'.
       01  WS-HUELLA               PIC X(60) VALUE SPACES.
       01  WS-DESDE                PIC 9(07) VALUE ZEROS.
       01  WS-SALIDA-ABIERTA       PIC X(01) VALUE 'N'.
       01  WS-RUN-ACTUAL           PIC X(16) VALUE SPACES.
       01  WS-RC-FINAL             PIC 9(02) VALUE ZEROS.
       01  WS-AVISO-MARCA          PIC X(01) VALUE 'N'.
       01  MARCA-LINEA.
           05  MRC-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  MRC-LINEAS          PIC 9(07).
           05  FILLER              PIC X(01) VALUE ' '.
           05  MRC-ESTADO          PIC X(01).
           05  FILLER              PIC X(01) VALUE ' '.
           05  MRC-HUELLA          PIC X(60).
       01  MRC-TAB.
           05  MRC-FILA OCCURS 999 TIMES PIC X(74).
       01  WS-MRC-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-MRC-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-MRC-I                PIC 9(04) VALUE ZEROS.
      *ONE LINE PER INTRADAY SLICE: ITS RUN ID (THE TRANS-RUN OF ITS
      *DET LINES), THE FEED LINES IT COVERED AND THE DET LINES AND
      *AMOUNT IT WROTE.
       01  CORTE-LINEA.
           05  COR-RUN             PIC X(16).
           05  FILLER              PIC X(01) VALUE ' '.
           05  COR-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  COR-DESDE           PIC 9(07).
           05  FILLER              PIC X(01) VALUE ' '.
           05  COR-HASTA           PIC 9(07).
           05  FILLER              PIC X(01) VALUE ' '.
           05  COR-DETS            PIC 9(07).
           05  FILLER              PIC X(01) VALUE ' '.
           05  COR-SUMA            PIC 9(13)V99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  COR-HUELLA          PIC X(60).
      *FULL-DAY RUN: THE DAY IS REBUILT FROM WHAT THE SLICES ACTUALLY
      *POSTED (THEIR LINES IN DISPOSICIONES-INTRADIA.txt, COPIED AS
      *THEY ARE) PLUS THE LINES AFTER THE MARK, CONVERTED NOW. THE
      *LINES UP TO THE MARK ARE CONVERTED AGAIN ONLY TO BE COUNTED
      *(WS-RECONTEO 'S' - NOTHING IS WRITTEN OR BOOKED FOR THEM), AS
      *THE CHECK ON THE SLICES.
       01  WS-DIA-INTRADIA         PIC X(01) VALUE 'N'.
       01  WS-RECONTEO             PIC X(01) VALUE 'N'.
       01  WS-CORTES               PIC 9(04) VALUE ZEROS.
       01  WS-COR-I                PIC 9(04) VALUE ZEROS.
       01  WS-COR-HIT              PIC 9(04) VALUE ZEROS.
       01  COR-TAB.
           05  CT-FILA OCCURS 500 TIMES.
               10  CT-RUN          PIC X(16).
               10  CT-DESDE        PIC 9(07).
               10  CT-HASTA        PIC 9(07).
               10  CT-DETS         PIC 9(07).
               10  CT-SUMA         PIC 9(13)V99.
               10  CT-ARCH-DETS    PIC 9(07).
               10  CT-ARCH-SUMA    PIC 9(13)V99.
               10  CT-ULT-SEQ      PIC 9(07).
       01  WS-COR-LINEAS           PIC 9(07) VALUE ZEROS.
       01  WS-COR-DETS             PIC 9(07) VALUE ZEROS.
       01  WS-COR-SUMA             PIC 9(13)V99 VALUE ZEROS.
       01  WS-INT-DETS             PIC 9(07) VALUE ZEROS.
       01  WS-INT-SUMA             PIC 9(13)V99 VALUE ZEROS.
       01  WS-INT-FALTANTES        PIC 9(04) VALUE ZEROS.
       01  WS-REC-LINEAS           PIC 9(07) VALUE ZEROS.
       01  WS-REC-DETS             PIC 9(07) VALUE ZEROS.
       01  WS-REC-SUMA             PIC 9(13)V99 VALUE ZEROS.
       01  WS-REC-RECHAZADAS       PIC 9(07) VALUE ZEROS.
       01  WS-CONCILIADO           PIC X(01) VALUE 'S'.
       01  WS-ARI-EOF              PIC 9 VALUE 0.
       01  CNC-TITULO.
           05  FILLER              PIC X(33) VALUE
               'CONCILIACION INTRADIA - SUCURSAL '.
           05  CNC-TIT-SUCURSAL    PIC 9(03).
           05  FILLER              PIC X(08) VALUE ' FECHA: '.
           05  CNC-TIT-FECHA       PIC X(10).
           05  FILLER              PIC X(07) VALUE ' FEED: '.
           05  CNC-TIT-HUELLA      PIC X(30).
       01  CNC-CORTE-LINEA.
           05  FILLER              PIC X(06) VALUE 'CORTE '.
           05  CNC-RUN             PIC X(16).
           05  FILLER              PIC X(08) VALUE ' LINEAS '.
           05  CNC-DESDE           PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE '-'.
           05  CNC-HASTA           PIC 9(07).
           05  FILLER              PIC X(06) VALUE ' DET: '.
           05  CNC-DETS            PIC Z(06)9.
           05  FILLER              PIC X(10) VALUE ' IMPORTE: '.
           05  CNC-SUMA            PIC Z(12)9.99.
           05  FILLER              PIC X(12) VALUE ' POSTEADAS: '.
           05  CNC-ARCH-DETS       PIC Z(06)9.
       01  CNC-TOTAL-LINEA.
           05  CNC-CONCEPTO        PIC X(40).
           05  FILLER              PIC X(08) VALUE ' LINEAS '.
           05  CNC-TOT-LINEAS      PIC -(06)9.
           05  FILLER              PIC X(06) VALUE ' DET: '.
           05  CNC-TOT-DETS        PIC -(06)9.
           05  FILLER              PIC X(10) VALUE ' IMPORTE: '.
           05  CNC-TOT-SUMA        PIC -(13)9.99.
       01  WS-DIF-LINEAS           PIC S9(07) VALUE ZEROS.
       01  WS-DIF-DETS             PIC S9(07) VALUE ZEROS.
       01  WS-DIF-SUMA             PIC S9(13)V99 VALUE ZEROS.

       COPY WS-VENTA.
       COPY WS-DATASET-CTL.
       COPY WS-ENCARGO.
       COPY ENCARGOS-WS.

       PROCEDURE DIVISION.
      *"RECIBIR-VENTAS [SUCURSAL] [INTRADIA]" - THE POS EXPORT CARRIES
      *NO BRANCH CODE, SO THE BRANCH THE FEED BELONGS TO IS GIVEN ON
      *THE COMMAND LINE (DEFAULT 001). INTRADIA CONVERTS ONLY THE
      *LINES ADDED SINCE THE LAST INTRADAY RUN (SEE POSTEAR-INTRADIA);
      *WITHOUT IT THE WHOLE DAY IS CONVERTED, TAKING OVER WHAT THE
      *INTRADAY RUNS ALREADY POSTED.
       ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
       MOVE SPACES TO WS-SUCURSAL-ARG WS-MODO-ARG
       UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
           INTO WS-SUCURSAL-ARG WS-MODO-ARG
       END-UNSTRING
       IF WS-SUCURSAL-ARG = 'INTRADIA'
           MOVE WS-SUCURSAL-ARG TO WS-MODO-ARG
           MOVE SPACES TO WS-SUCURSAL-ARG
       END-IF
       IF WS-SUCURSAL-ARG NOT = SPACES
           MOVE FUNCTION NUMVAL (WS-SUCURSAL-ARG)
               TO WS-SUCURSAL-POS
       END-IF
       IF WS-MODO-ARG = 'INTRADIA'
           MOVE 'S' TO WS-INTRADIA
       END-IF
       PERFORM PREPARAR-CORTE
       PERFORM CARGAR-MAPA-POS
       PERFORM CARGAR-PROMOCIONES
       PERFORM CARGAR-PRECIOS-POS
       PERFORM CARGAR-LIMITES-POS
       PERFORM CARGAR-MAESTRO-CLIENTES
       PERFORM CARGAR-MAESTRO-PRODUCTOS
       PERFORM CARGAR-ENCARGOS
       PERFORM CONVERTIR-FEED
       IF WS-ENCARGOS-NUEVOS > 0
           PERFORM GRABAR-ENCARGOS
       END-IF
       IF WS-INTRADIA = 'S'
           PERFORM CERRAR-CORTE-INTRADIA
       ELSE
           PERFORM CERRAR-DIA
       END-IF
       DISPLAY "FEED POS: " WS-LEIDAS " LINEAS, " WS-CONVERTIDAS
           " CONVERTIDAS, " WS-RECHAZADAS " RECHAZADAS"
       IF WS-ENCARGOS-NUEVOS > 0 OR WS-ENCARGOS-REPETIDOS > 0
           DISPLAY "ENCARGOS DE CLIENTES: " WS-ENCARGOS-NUEVOS
               " REGISTRADOS, " WS-ENCARGOS-REPETIDOS
               " YA REGISTRADOS ANTES"
       END-IF
       IF WS-EXCEPCIONES-PRECIO > 0
           DISPLAY "AVISO: " WS-EXCEPCIONES-PRECIO " LINEAS CON PRECIO"
               " FUERA DE TOLERANCIA - VER EXCEPCIONES-PRECIO.txt"
       END-IF
       MOVE WS-RC-FINAL TO RETURN-CODE
       STOP RUN.

      *WHERE THIS RUN STARTS IN THE FEED. AN INTRADAY RUN PICKS UP AT
      *THE BRANCH'S MARK - UNLESS THE FULL-DAY RUN HAS ALREADY CLOSED
      *THIS FEED, OR THE FEED WAS REPLACED BEFORE THE FULL-DAY RUN
      *TOOK OVER THE OLD ONE'S SLICES (THEY WOULD NEVER REACH A DAY
      *FILE). A FULL-DAY RUN ON A FEED WITH SLICES TAKES THEM OVER,
      *BUT ONLY ONCE EVERY SLICE IS FULLY POSTED.
       PREPARAR-CORTE.
       PERFORM LEER-HUELLA
       PERFORM CARGAR-MARCAS
       IF WS-MRC-HIT > 0
           MOVE MRC-FILA (WS-MRC-HIT) TO MARCA-LINEA
       END-IF
       IF WS-INTRADIA = 'S'
           IF WS-MRC-HIT > 0
               IF MRC-HUELLA = WS-HUELLA
                   IF MRC-ESTADO = 'C'
                       DISPLAY "ERROR: pos-ventas.txt DE LA SUCURSAL "
                           WS-SUCURSAL-POS " YA FUE CERRADO POR LA "
                           "CORRIDA DEL DIA COMPLETO - NO SE RECIBE "
                           "INTRADIA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE MRC-LINEAS TO WS-DESDE
               ELSE
                   IF MRC-ESTADO = 'A'
                       DISPLAY "ERROR: pos-ventas.txt DE LA SUCURSAL "
                           WS-SUCURSAL-POS " CAMBIO ANTES DE LA "
                           "CORRIDA DEL DIA COMPLETO DEL ANTERIOR ("
                           MRC-LINEAS " LINEAS YA POSTEADAS INTRADIA)"
                           " - CORRA RECIBIR-VENTAS SIN INTRADIA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
       ELSE
           IF WS-MRC-HIT > 0
               IF MRC-HUELLA = WS-HUELLA AND MRC-LINEAS > 0
                   MOVE MRC-LINEAS TO WS-DESDE
                   MOVE 'S' TO WS-DIA-INTRADIA
                   PERFORM CARGAR-CORTES
                   PERFORM VERIFICAR-ARCHIVO-CORTES
               ELSE
                   IF MRC-ESTADO = 'A'
                       DISPLAY "AVISO: " MRC-LINEAS " LINEAS DE UN "
                           "pos-ventas.txt ANTERIOR DE LA SUCURSAL "
                           WS-SUCURSAL-POS " SE POSTEARON INTRADIA "
                           "SIN CORRIDA DEL DIA COMPLETO - VER "
                           "CORTES-INTRADIA.txt"
                       MOVE 'S' TO WS-AVISO-MARCA
                   END-IF
               END-IF
           END-IF
       END-IF.

      *THE FEED'S FIRST LINE IDENTIFIES IT (SPACES WHEN ABSENT OR
      *EMPTY - CONVERTIR-FEED DEALS WITH A MISSING FEED).
       LEER-HUELLA.
       MOVE SPACES TO WS-HUELLA
       OPEN INPUT POS-FEED
       IF WS-POS-STATUS = '00'
           READ POS-FEED
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FD-POS-REC (1:60) TO WS-HUELLA
           END-READ
           CLOSE POS-FEED
       END-IF.

       CARGAR-MARCAS.
       MOVE 0 TO WS-MRC-USADAS
       MOVE 0 TO WS-MRC-HIT
       OPEN INPUT MARCAS
       IF WS-MRC-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ MARCAS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-MRC-REC TO MARCA-LINEA
                       IF MRC-SUCURSAL NUMERIC
                           AND WS-MRC-USADAS < 999
                           ADD 1 TO WS-MRC-USADAS
                           MOVE MARCA-LINEA TO MRC-FILA (WS-MRC-USADAS)
                           IF MRC-SUCURSAL = WS-SUCURSAL-POS
                               MOVE WS-MRC-USADAS TO WS-MRC-HIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MARCAS
       END-IF
       MOVE 0 TO EOF.

      *THE BRANCH'S ROW IS REPLACED (OR ADDED) WITH WS-LEIDAS LINES
      *READ, STATE MRC-ESTADO, THEN THE FILE REWRITTEN.
       GRABAR-MARCAS.
       MOVE WS-SUCURSAL-POS TO MRC-SUCURSAL
       MOVE WS-LEIDAS TO MRC-LINEAS
       MOVE WS-HUELLA TO MRC-HUELLA
       IF WS-MRC-HIT = 0
           ADD 1 TO WS-MRC-USADAS
           MOVE WS-MRC-USADAS TO WS-MRC-HIT
       END-IF
       MOVE MARCA-LINEA TO MRC-FILA (WS-MRC-HIT)
       OPEN OUTPUT MARCAS-NUEVO
       PERFORM VARYING WS-MRC-I FROM 1 BY 1
               UNTIL WS-MRC-I > WS-MRC-USADAS
           MOVE MRC-FILA (WS-MRC-I) TO FD-MRCN-REC
           WRITE FD-MRCN-REC
       END-PERFORM
       CLOSE MARCAS-NUEVO
       CALL "SYSTEM" USING "mv -f POS-MARCA.NUEVO.txt POS-MARCA.txt"
       MOVE 0 TO RETURN-CODE.

      *THE SLICES OF THIS BRANCH'S CURRENT FEED.
       CARGAR-CORTES.
       MOVE 0 TO WS-CORTES
       OPEN INPUT CORTES
       IF WS-COR-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ CORTES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-COR-REC TO CORTE-LINEA
                       IF COR-SUCURSAL = WS-SUCURSAL-POS
                           AND COR-HUELLA = WS-HUELLA
                           PERFORM CARGAR-CORTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORTES
       END-IF
       MOVE 0 TO EOF.

       CARGAR-CORTE.
       IF WS-CORTES >= 500
           DISPLAY "ERROR: MAS DE 500 CORTES INTRADIA EN EL DIA - NO "
               "SE PUEDE ARMAR EL DIA COMPLETO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-CORTES
       MOVE COR-RUN TO CT-RUN (WS-CORTES)
       MOVE COR-DESDE TO CT-DESDE (WS-CORTES)
       MOVE COR-HASTA TO CT-HASTA (WS-CORTES)
       MOVE COR-DETS TO CT-DETS (WS-CORTES)
       MOVE COR-SUMA TO CT-SUMA (WS-CORTES)
       MOVE 0 TO CT-ARCH-DETS (WS-CORTES)
       MOVE 0 TO CT-ARCH-SUMA (WS-CORTES)
       MOVE 0 TO CT-ULT-SEQ (WS-CORTES)
       ADD COR-DETS TO WS-COR-DETS
       ADD COR-SUMA TO WS-COR-SUMA
       IF COR-HASTA > WS-COR-LINEAS
           MOVE COR-HASTA TO WS-COR-LINEAS
       END-IF.

      *A SLICE WHOSE LINES ARE NOT ALL IN DISPOSICIONES-INTRADIA.txt
      *IS STILL HALF-WAY THROUGH POSTEAR-INTRADIA: ITS FEED LINES ARE
      *BEHIND THE MARK, SO BUILDING THE DAY NOW WOULD LEAVE THEM OUT
      *OF IT. NOTHING IS WRITTEN UNTIL THAT RUN IS FINISHED.
       VERIFICAR-ARCHIVO-CORTES.
       PERFORM LEER-ARCHIVO-CORTES
       MOVE 0 TO WS-INT-FALTANTES
       PERFORM VARYING WS-COR-I FROM 1 BY 1
               UNTIL WS-COR-I > WS-CORTES
           IF CT-ARCH-DETS (WS-COR-I) < CT-DETS (WS-COR-I)
               ADD 1 TO WS-INT-FALTANTES
               DISPLAY "ERROR: CORTE INTRADIA " CT-RUN (WS-COR-I)
                   " SIN TERMINAR DE POSTEAR (" CT-ARCH-DETS (WS-COR-I)
                   " DE " CT-DETS (WS-COR-I) " LINEAS)"
           END-IF
           MOVE 0 TO CT-ARCH-DETS (WS-COR-I)
           MOVE 0 TO CT-ARCH-SUMA (WS-COR-I)
           MOVE 0 TO CT-ULT-SEQ (WS-COR-I)
       END-PERFORM
       IF WS-INT-FALTANTES > 0
           DISPLAY "TERMINE POSTEAR-INTRADIA ANTES DE LA CORRIDA DEL "
               "DIA COMPLETO - NO SE GENERA VENTAS-POS.txt"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

      *EACH ARCHIVED DET LINE OF ONE OF THE SLICES IS COUNTED (AND,
      *ONCE THE OUTPUT IS OPEN, COPIED). A SERIAL AT OR BELOW THE
      *HIGHEST ALREADY TAKEN FOR ITS SLICE IS A SLICE ARCHIVED TWICE
      *AND IS SKIPPED.
       LEER-ARCHIVO-CORTES.
       OPEN INPUT ARCHIVO-INTRADIA
       IF WS-ARI-STATUS = '00'
           PERFORM UNTIL WS-ARI-EOF = 1
               READ ARCHIVO-INTRADIA
                   AT END
                       MOVE 1 TO WS-ARI-EOF
                   NOT AT END
                       IF ARI-ESTADO NOT = 'C'
                           AND ARI-LINEA (1:3) = 'DET'
                           PERFORM TOMAR-LINEA-ARCHIVADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INTRADIA
       END-IF
       MOVE 0 TO WS-ARI-EOF.

       TOMAR-LINEA-ARCHIVADA.
       MOVE ARI-LINEA TO WS-VENTA
       MOVE 0 TO WS-COR-HIT
       PERFORM VARYING WS-COR-I FROM 1 BY 1
               UNTIL WS-COR-I > WS-CORTES OR WS-COR-HIT > 0
           IF CT-RUN (WS-COR-I) = TRANS-RUN
               MOVE WS-COR-I TO WS-COR-HIT
           END-IF
       END-PERFORM
       IF WS-COR-HIT > 0 AND TRANS-SEQ NUMERIC
           IF TRANS-SEQ > CT-ULT-SEQ (WS-COR-HIT)
               MOVE TRANS-SEQ TO CT-ULT-SEQ (WS-COR-HIT)
               COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
               ADD 1 TO CT-ARCH-DETS (WS-COR-HIT)
               ADD WS-IMPORTE-LINEA TO CT-ARCH-SUMA (WS-COR-HIT)
               IF WS-SALIDA-ABIERTA = 'S'
                   ADD 1 TO WS-INT-DETS
                   ADD WS-IMPORTE-LINEA TO WS-INT-SUMA
                   ADD WS-IMPORTE-LINEA TO WS-SUMA-SALIDA
                   ADD 1 TO WS-CONVERTIDAS
                   MOVE ARI-LINEA TO FD-REC-SALIDA
                   WRITE FD-REC-SALIDA
               END-IF
           END-IF
       END-IF.

      *AN INTRADAY RUN WITH NEW LINES LEAVES ITS SLICE IN
      *CORTES-INTRADIA.txt AND MOVES THE MARK; WITHOUT NEW LINES IT
      *LEAVES NO VENTAS-POS.txt AT ALL.
       CERRAR-CORTE-INTRADIA.
       EVALUATE TRUE
           WHEN WS-LEIDAS < WS-DESDE
               DISPLAY "ERROR: pos-ventas.txt TIENE " WS-LEIDAS
                   " LINEAS, MENOS QUE LAS " WS-DESDE
                   " YA RECIBIDAS INTRADIA - NO SE RECIBE"
               MOVE 8 TO WS-RC-FINAL
           WHEN WS-SALIDA-ABIERTA = 'N'
               DISPLAY "SIN LINEAS NUEVAS EN pos-ventas.txt ("
                   WS-DESDE " YA RECIBIDAS INTRADIA)"
           WHEN OTHER
               MOVE SPACES TO CORTE-LINEA
               MOVE WS-RUN-ACTUAL TO COR-RUN
               MOVE WS-SUCURSAL-POS TO COR-SUCURSAL
               COMPUTE COR-DESDE = WS-DESDE + 1
               MOVE WS-LEIDAS TO COR-HASTA
               MOVE WS-CONVERTIDAS TO COR-DETS
               MOVE WS-SUMA-SALIDA TO COR-SUMA
               MOVE WS-HUELLA TO COR-HUELLA
               OPEN EXTEND CORTES
               IF WS-COR-STATUS = '35'
                   OPEN OUTPUT CORTES
               END-IF
               MOVE CORTE-LINEA TO FD-COR-REC
               WRITE FD-COR-REC
               CLOSE CORTES
               MOVE 'A' TO MRC-ESTADO
               PERFORM GRABAR-MARCAS
               DISPLAY "CORTE INTRADIA " WS-RUN-ACTUAL ": LINEAS "
                   COR-DESDE " A " COR-HASTA " DEL FEED"
       END-EVALUATE.

      *THE FULL-DAY RUN CLOSES THE FEED TO INTRADAY RUNS AND, WHEN
      *THERE WERE SLICES, RECONCILES THEM.
       CERRAR-DIA.
       IF WS-DIA-INTRADIA = 'S'
           PERFORM CONCILIAR-INTRADIA
       END-IF
       IF WS-LEIDAS > 0
           MOVE 'C' TO MRC-ESTADO
           PERFORM GRABAR-MARCAS
       END-IF
       IF WS-AVISO-MARCA = 'S' OR WS-CONCILIADO = 'N'
           MOVE 4 TO WS-RC-FINAL
       END-IF.

      *THREE VIEWS OF THE SAME FEED LINES UP TO THE MARK MUST AGREE:
      *WHAT THE SLICES CONVERTED (CORTES-INTRADIA.txt), WHAT THEY
      *POSTED (DISPOSICIONES-INTRADIA.txt, NOW IN THE DAY FILE) AND
      *WHAT CONVERTING THOSE SAME LINES AGAIN GIVES. A DIFFERENCE
      *DOES NOT STOP THE DAY FILE - WHAT WAS POSTED STANDS - BUT IT
      *IS REPORTED AND ENDS THE RUN WITH RC 4.
       CONCILIAR-INTRADIA.
       IF WS-LEIDAS < WS-DESDE
           MOVE WS-LEIDAS TO WS-REC-LINEAS
       ELSE
           MOVE WS-DESDE TO WS-REC-LINEAS
       END-IF
       IF WS-COR-LINEAS NOT = WS-DESDE
           OR WS-REC-LINEAS NOT = WS-DESDE
           OR WS-INT-DETS NOT = WS-COR-DETS
           OR WS-INT-SUMA NOT = WS-COR-SUMA
           OR WS-REC-DETS NOT = WS-COR-DETS
           OR WS-REC-SUMA NOT = WS-COR-SUMA
           MOVE 'N' TO WS-CONCILIADO
       END-IF
       OPEN OUTPUT CONCILIACION
       MOVE WS-SUCURSAL-POS TO CNC-TIT-SUCURSAL
       MOVE HDR-FECHA TO CNC-TIT-FECHA
       MOVE WS-HUELLA TO CNC-TIT-HUELLA
       WRITE FD-CNC-REC FROM CNC-TITULO
       MOVE SPACES TO FD-CNC-REC
       WRITE FD-CNC-REC
       PERFORM VARYING WS-COR-I FROM 1 BY 1
               UNTIL WS-COR-I > WS-CORTES
           MOVE CT-RUN (WS-COR-I) TO CNC-RUN
           MOVE CT-DESDE (WS-COR-I) TO CNC-DESDE
           MOVE CT-HASTA (WS-COR-I) TO CNC-HASTA
           MOVE CT-DETS (WS-COR-I) TO CNC-DETS
           MOVE CT-SUMA (WS-COR-I) TO CNC-SUMA
           MOVE CT-ARCH-DETS (WS-COR-I) TO CNC-ARCH-DETS
           WRITE FD-CNC-REC FROM CNC-CORTE-LINEA
       END-PERFORM
       MOVE SPACES TO FD-CNC-REC
       WRITE FD-CNC-REC
       MOVE 'CONVERTIDO INTRADIA (CORTES)' TO CNC-CONCEPTO
       MOVE WS-COR-LINEAS TO CNC-TOT-LINEAS
       MOVE WS-COR-DETS TO CNC-TOT-DETS
       MOVE WS-COR-SUMA TO CNC-TOT-SUMA
       WRITE FD-CNC-REC FROM CNC-TOTAL-LINEA
       MOVE 'POSTEADO INTRADIA (DISPOSICIONES)' TO CNC-CONCEPTO
       MOVE WS-DESDE TO CNC-TOT-LINEAS
       MOVE WS-INT-DETS TO CNC-TOT-DETS
       MOVE WS-INT-SUMA TO CNC-TOT-SUMA
       WRITE FD-CNC-REC FROM CNC-TOTAL-LINEA
       MOVE 'RECONTEO DEL FEED HASTA LA MARCA' TO CNC-CONCEPTO
       MOVE WS-REC-LINEAS TO CNC-TOT-LINEAS
       MOVE WS-REC-DETS TO CNC-TOT-DETS
       MOVE WS-REC-SUMA TO CNC-TOT-SUMA
       WRITE FD-CNC-REC FROM CNC-TOTAL-LINEA
       COMPUTE WS-DIF-LINEAS = WS-REC-LINEAS - WS-DESDE
       COMPUTE WS-DIF-DETS = WS-REC-DETS - WS-INT-DETS
       COMPUTE WS-DIF-SUMA = WS-REC-SUMA - WS-INT-SUMA
       MOVE 'DIFERENCIA RECONTEO - POSTEADO' TO CNC-CONCEPTO
       MOVE WS-DIF-LINEAS TO CNC-TOT-LINEAS
       MOVE WS-DIF-DETS TO CNC-TOT-DETS
       MOVE WS-DIF-SUMA TO CNC-TOT-SUMA
       WRITE FD-CNC-REC FROM CNC-TOTAL-LINEA
       MOVE 'RESTO DEL DIA (DESPUES DE LA MARCA)' TO CNC-CONCEPTO
       COMPUTE CNC-TOT-LINEAS = WS-LEIDAS - WS-REC-LINEAS
       COMPUTE CNC-TOT-DETS = WS-CONVERTIDAS - WS-INT-DETS
       COMPUTE CNC-TOT-SUMA = WS-SUMA-SALIDA - WS-INT-SUMA
       WRITE FD-CNC-REC FROM CNC-TOTAL-LINEA
       MOVE 'TOTAL DEL DIA (VENTAS-POS.txt)' TO CNC-CONCEPTO
       MOVE WS-LEIDAS TO CNC-TOT-LINEAS
       MOVE WS-CONVERTIDAS TO CNC-TOT-DETS
       MOVE WS-SUMA-SALIDA TO CNC-TOT-SUMA
       WRITE FD-CNC-REC FROM CNC-TOTAL-LINEA
       MOVE SPACES TO FD-CNC-REC
       WRITE FD-CNC-REC
       IF WS-CONCILIADO = 'S'
           MOVE 'ESTADO: CONCILIADO' TO FD-CNC-REC
       ELSE
           MOVE 'ESTADO: CON DIFERENCIAS' TO FD-CNC-REC
       END-IF
       WRITE FD-CNC-REC
       CLOSE CONCILIACION
       DISPLAY "INTRADIA: " WS-CORTES " CORTES, " WS-INT-DETS
           " LINEAS YA POSTEADAS TOMADAS DEL ARCHIVO, "
           WS-REC-RECHAZADAS " RECHAZADAS EN EL RECONTEO"
       IF WS-CONCILIADO = 'S'
           DISPLAY "CONCILIACION INTRADIA: CONCILIADO"
       ELSE
           DISPLAY "AVISO: CONCILIACION INTRADIA CON DIFERENCIAS - "
               "VER CONCILIACION-INTRADIA.txt"
       END-IF.

       CARGAR-PRECIOS-POS.
       OPEN INPUT PRECIOS
       IF WS-PRE-STATUS = '35'
           DISPLAY "AVISO: precios.txt NO EXISTE - SIN AUDITORIA DE "
               "PRECIOS"
       ELSE
           PERFORM UNTIL EOF = 1
               READ PRECIOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-PRE-SKU-TXT WS-PRE-PRECIO-TXT
                           WS-PRE-FECHA-TXT
                       UNSTRING PRECIOS-REC DELIMITED BY ','
                           INTO WS-PRE-SKU-TXT WS-PRE-PRECIO-TXT
                               WS-PRE-FECHA-TXT
                       END-UNSTRING
                       IF WS-PRE-FECHA-TXT = SPACES
                           MOVE '0000-00-00' TO WS-PRE-FECHA-TXT
                       END-IF
                       IF WS-PRE-SKU-TXT NOT = SPACES
                           AND WS-PRE-CARGADOS < 5000
                           ADD 1 TO WS-PRE-CARGADOS
                           MOVE WS-PRE-SKU-TXT TO
                               PRE-SKU (WS-PRE-CARGADOS)
                           MOVE FUNCTION NUMVAL (WS-PRE-PRECIO-TXT)
                               TO PRE-PRECIO (WS-PRE-CARGADOS)
                           MOVE WS-PRE-FECHA-TXT TO
                               PRE-FECHA (WS-PRE-CARGADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRECIOS
       END-IF
       MOVE 0 TO EOF.

       CARGAR-LIMITES-POS.
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
                       EVALUATE FUNCTION UPPER-CASE
                           (FUNCTION TRIM (WS-LIM-CLAVE))
                           WHEN 'TOL-PRECIO-POS'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-TOL-PRECIO-POS
                           WHEN 'TECHO-PRECIO-POS'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-TECHO-PRECIO-POS
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LIMITES
       END-IF
       MOVE 0 TO WS-LIM-EOF.

       CARGAR-MAPA-POS.
       OPEN INPUT CLIENTES-POS
       IF WS-MAP-STATUS = '35'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND RECHAZADOS
       IF WS-RCH-STATUS = '35'
           OPEN OUTPUT RECHAZADOS
       END-IF
       OPEN EXTEND HORARIO-POS
       IF WS-HOR-STATUS = '35'
           OPEN OUTPUT HORARIO-POS
       END-IF
       OPEN EXTEND EXCEPCIONES-PRECIO
       IF WS-EXP-STATUS = '35'
           OPEN OUTPUT EXCEPCIONES-PRECIO
       END-IF
      *AN INTRADAY RUN OPENS VENTAS-POS.txt ONLY WHEN THE FIRST LINE
      *PAST THE MARK TURNS UP. LINES UP TO THE MARK ARE SKIPPED - OR,
      *IN A FULL-DAY RUN OVER SLICES, RECOUNTED.
       IF WS-INTRADIA = 'N'
           PERFORM ABRIR-SALIDA
       END-IF
       PERFORM UNTIL EOF = 1
           READ POS-FEED
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   ADD 1 TO WS-LEIDAS
                   IF WS-LEIDAS > WS-DESDE
                       IF WS-SALIDA-ABIERTA = 'N'
                           PERFORM ABRIR-SALIDA
                       END-IF
                       PERFORM CONVERTIR-LINEA
                   ELSE
                       IF WS-DIA-INTRADIA = 'S'
                           MOVE 'S' TO WS-RECONTEO
                           PERFORM CONVERTIR-LINEA
                           MOVE 'N' TO WS-RECONTEO
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE POS-FEED
       IF WS-SALIDA-ABIERTA = 'S'
           MOVE WS-CONVERTIDAS TO TRL-CANTIDAD
           MOVE WS-SUMA-SALIDA TO TRL-SUMA-COSTO
           MOVE WS-DATASET-TRL TO FD-REC-SALIDA
           WRITE FD-REC-SALIDA
           CLOSE SALIDA
       END-IF
       CLOSE RECHAZADOS
       CLOSE HORARIO-POS
       CLOSE EXCEPCIONES-PRECIO
       MOVE 0 TO EOF.

      *THE SLICES' ARCHIVED LINES GO RIGHT AFTER THE HDR, SO THE DAY
      *FILE READS IN FEED ORDER. THEY LEAVE THEIR OWN SERIALS IN
      *WS-VENTA, SO THIS RUN'S TRANS-RUN IS SET AFTER THEM.
       ABRIR-SALIDA.
       OPEN OUTPUT SALIDA
       MOVE 'S' TO WS-SALIDA-ABIERTA
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO HDR-FECHA
       STRING WS-CURRENT-DATE (9:2) ':' WS-CURRENT-DATE (11:2) ':'
           WS-CURRENT-DATE (13:2) DELIMITED BY SIZE INTO HDR-HORA
       MOVE WS-DATASET-HDR TO FD-REC-SALIDA
       WRITE FD-REC-SALIDA
       IF WS-DIA-INTRADIA = 'S'
           PERFORM LEER-ARCHIVO-CORTES
       END-IF
       STRING WS-CURRENT-DATE (1:14) WS-CURRENT-DATE (15:2)
           DELIMITED BY SIZE INTO WS-RUN-ACTUAL
       MOVE WS-RUN-ACTUAL TO TRANS-RUN.

      *ONE POS LINE IN, ONE DET LINE OUT (OR ONE REJECTED.TXT LINE).
      *THE POS AMOUNT IS THE LINE TOTAL IN WHOLE CENTS - OUR RECORD
      *CARRIES THE UNIT PRICE, SO IT IS DERIVED AS AMOUNT/QUANTITY
      *EVENLY.
       CONVERTIR-LINEA.
       MOVE SPACES TO WS-POS-TIMESTAMP WS-POS-CAJERO WS-POS-SKU
           WS-POS-CANT WS-POS-MONTO WS-POS-CLIENTE WS-POS-REFERENCIA
       UNSTRING FD-POS-REC DELIMITED BY ';'
           INTO WS-POS-TIMESTAMP WS-POS-CAJERO WS-POS-SKU
           WS-POS-CANT WS-POS-MONTO WS-POS-CLIENTE WS-POS-REFERENCIA
       END-UNSTRING
       EVALUATE TRUE
           WHEN WS-POS-CLIENTE = SPACES
               MOVE 'CANTIDAD POS INVALIDA' TO RCH-MOTIVO
               PERFORM RECHAZAR-LINEA-POS
           WHEN FUNCTION NUMVAL (WS-POS-MONTO) = 0
               AND WS-POS-SKU NOT = 'ENCARGO'
               MOVE 'MONTO POS INVALIDO' TO RCH-MOTIVO
               PERFORM RECHAZAR-LINEA-POS
           WHEN OTHER
      *THE POS MARKS A PAYMENT ON ACCOUNT BY SENDING THE PSEUDO-SKU
      *'PAGO' - THE AMOUNT IS THE SETTLEMENT, NOT A SALE, AND GOES
      *OUT AS A 'P' LINE FOR THE RECEIVABLE LEDGER.
      *THE STORED-VALUE PSEUDO-SKUS GO OUT THE SAME WAY, AS 'T'
      *(CARD SOLD), 'F' (STORE CREDIT ISSUED) OR 'C' (CARD SPENT)
      *LINES - NONE IS VALID WITHOUT THE CARD NUMBER.
      *A BACKORDER ('ENCARGO') MOVES NO MONEY AND NO STOCK - IT IS
      *BOOKED IN ENCARGOS.txt FOR AN ACTIVE SKU AND NOTHING ELSE.
                   EVALUATE TRUE
                       WHEN WS-POS-SKU = 'PAGO'
                           PERFORM EMITIR-PAGO
                       WHEN WS-POS-SKU = 'TARJ-EMITE'
                           OR WS-POS-SKU = 'SALDO-FAV'
                           OR WS-POS-SKU = 'TARJ-CANJE'
                           IF WS-POS-REFERENCIA = SPACES
                               MOVE 'TARJETA POS FALTANTE'
                                   TO RCH-MOTIVO
                               PERFORM RECHAZAR-LINEA-POS
                           ELSE
                               PERFORM EMITIR-TARJETA
                           END-IF
                       WHEN WS-POS-SKU = 'ENCARGO'
                           MOVE WS-POS-REFERENCIA TO WS-SKU-BUSCADO
                           PERFORM BUSCAR-SKU
                           IF WS-PROD-HALLADO = 0
                               MOVE 'SKU DE ENCARGO DESCONOCIDO'
                                   TO RCH-MOTIVO
                               PERFORM RECHAZAR-LINEA-POS
                           ELSE
                               IF WS-RECONTEO = 'N'
                                   PERFORM REGISTRAR-ENCARGO-POS
                               END-IF
                           END-IF
                       WHEN OTHER
                           MOVE WS-POS-SKU TO WS-SKU-BUSCADO
                           PERFORM BUSCAR-SKU
                           IF WS-PROD-HALLADO = 0
                               MOVE 'SKU DESCONOCIDO' TO RCH-MOTIVO
                               PERFORM RECHAZAR-LINEA-POS
                           ELSE
                               PERFORM VERIFICAR-PRECIO
                               IF WS-PRECIO-RECHAZO = 'S'
                                   MOVE 'PRECIO FUERA DE TECHO'
                                       TO RCH-MOTIVO
                                   PERFORM RECHAZAR-LINEA-POS
                               ELSE
                                   PERFORM EMITIR-DET
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
       END-EVALUATE.

       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 2000 OR WS-PROD-HALLADO > 0
           IF MP-ESTADO (WS-I) = 'S'
               AND MP-SKU (WS-I) = WS-SKU-BUSCADO
               MOVE WS-I TO WS-PROD-HALLADO
           END-IF
       END-PERFORM.

      *EXPECTED AMOUNT = QUANTITY TIMES THE PRICE EFFECTIVE ON THE
      *SALE DATE, LESS THE PROMOTION MARCAR-PROMOCION FINDS FOR IT,
      *ROUNDED TO THE CENT. A SKU WITHOUT A MASTER PRICE IS NOT
      *AUDITED. THE DIFFERENCE IS TAKEN EITHER WAY - AN OVERCHARGE
      *IS AS MUCH AN OVERRIDE AS A DISCOUNT KEYED AT THE TILL.
       VERIFICAR-PRECIO.
       MOVE 'N' TO WS-PRECIO-RECHAZO
       MOVE WS-POS-TIMESTAMP (1:10) TO FECHA-VENTA
       MOVE MP-SKU (WS-PROD-HALLADO) TO PRODUCTO-SKU
       MOVE MP-CATEGORIA (WS-PROD-HALLADO) TO PRODUCTO-CATEGORIA
       MOVE 0 TO WS-PRE-HIT
       MOVE SPACES TO WS-PRE-MEJOR-FECHA
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRE-CARGADOS
           IF PRE-SKU (WS-I) = PRODUCTO-SKU
               AND PRE-FECHA (WS-I) <= FECHA-VENTA
               AND (WS-PRE-HIT = 0
                   OR PRE-FECHA (WS-I) >= WS-PRE-MEJOR-FECHA)
               MOVE WS-I TO WS-PRE-HIT
               MOVE PRE-FECHA (WS-I) TO WS-PRE-MEJOR-FECHA
           END-IF
       END-PERFORM
       IF WS-PRE-HIT > 0
           PERFORM MARCAR-PROMOCION
           MOVE FUNCTION NUMVAL (WS-POS-CANT) TO WS-CANT-NUM
           MOVE FUNCTION NUMVAL (WS-POS-MONTO) TO WS-MONTO-CENT
           COMPUTE WS-IMPORTE-ESPERADO ROUNDED =
               PRE-PRECIO (WS-PRE-HIT) * WS-CANT-NUM
               * (100 - DESCUENTO-PCT) / 100
           COMPUTE WS-IMPORTE-COBRADO = WS-MONTO-CENT / 100
           COMPUTE WS-DIF-PRECIO =
               WS-IMPORTE-COBRADO - WS-IMPORTE-ESPERADO
           IF WS-DIF-PRECIO < 0
               COMPUTE WS-DIF-PRECIO = 0 - WS-DIF-PRECIO
           END-IF
           IF WS-IMPORTE-ESPERADO > 0
               COMPUTE WS-DIF-PRECIO-PCT ROUNDED =
                   WS-DIF-PRECIO * 100 / WS-IMPORTE-ESPERADO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-DIF-PRECIO-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-DIF-PRECIO-PCT
           END-IF
           IF WS-DIF-PRECIO > 0
               AND WS-DIF-PRECIO-PCT > LIM-TOL-PRECIO-POS
               IF LIM-TECHO-PRECIO-POS > 0
                   AND WS-DIF-PRECIO-PCT > LIM-TECHO-PRECIO-POS
                   MOVE 'S' TO WS-PRECIO-RECHAZO
                   MOVE 'RECHAZADA' TO EXP-ESTADO
               ELSE
                   MOVE 'ACEPTADA' TO EXP-ESTADO
               END-IF
               IF WS-RECONTEO = 'N'
                   PERFORM EXCEPCION-PRECIO-LINEA
               END-IF
           END-IF
       END-IF.

       EXCEPCION-PRECIO-LINEA.
       ADD 1 TO WS-EXCEPCIONES-PRECIO
       MOVE WS-POS-TIMESTAMP TO EXP-FECHA
       MOVE WS-POS-CAJERO TO EXP-CAJERO
       MOVE WS-POS-SKU TO EXP-SKU
       MOVE WS-SUCURSAL-POS TO EXP-SUCURSAL
       MOVE WS-CANT-NUM TO EXP-CANTIDAD
       MOVE WS-IMPORTE-ESPERADO TO EXP-ESPERADO
       MOVE WS-IMPORTE-COBRADO TO EXP-COBRADO
       MOVE WS-DIF-PRECIO-PCT TO EXP-DIF-PCT
       MOVE EXP-LINEA TO FD-EXP-REC
       WRITE FD-EXP-REC.

      *WS-VENTA IS NOT BLANKED: ITS SEPARATOR FILLERS AND THE
      *TRANS-RUN PREFIX (SET ONCE BEFORE THE LOOP) MUST SURVIVE, AND
      *EVERY DATA FIELD IS ASSIGNED FRESH FOR EACH LINE ANYWAY.
       MOVE WS-POS-TIMESTAMP (1:10) TO FECHA-VENTA
       MOVE WS-SUCURSAL-POS TO SUCURSAL
       MOVE WS-POS-CAJERO TO CAJERO
       PERFORM MARCAR-PROMOCION
       PERFORM GRABAR-DET.

      *A PAYMENT LINE: CANTIDAD 1, COSTO = THE PAID AMOUNT, NO REAL
      *PRODUCT (ID 000 / PSEUDO-SKU 'PAGO'). IT RIDES THE TRL SUM
       MOVE WS-POS-TIMESTAMP (1:10) TO FECHA-VENTA
       MOVE WS-SUCURSAL-POS TO SUCURSAL
       MOVE WS-POS-CAJERO TO CAJERO
      *A PAYMENT IS NOT MERCHANDISE - NO PROMOTION EVER APPLIES.
       MOVE ZEROS TO DESCUENTO-PCT
       PERFORM GRABAR-DET.

      *A GIFT-CARD/STORE-CREDIT LINE: SHAPED LIKE A PAYMENT LINE
      *(CANTIDAD 1, COSTO = THE AMOUNT, PRODUCT ID 000) BUT THE
      *PRODUCTO-SKU CARRIES THE CARD NUMBER TARJETAS-REGALO KEEPS THE
      *BALANCE UNDER.
       EMITIR-TARJETA.
       EVALUATE WS-POS-SKU
           WHEN 'TARJ-EMITE'
               MOVE 'T' TO TIPO-TRANSACCION
               MOVE 'VENTA TARJETA REGALO' TO PRODUCTO-NOMBRE
           WHEN 'SALDO-FAV'
               MOVE 'F' TO TIPO-TRANSACCION
               MOVE 'SALDO A FAVOR EMITIDO' TO PRODUCTO-NOMBRE
           WHEN OTHER
               MOVE 'C' TO TIPO-TRANSACCION
               MOVE 'CANJE TARJETA/SALDO' TO PRODUCTO-NOMBRE
       END-EVALUATE
       MOVE WS-CLIENTE-MAPEADO TO CLIENTE-ID
       MOVE MC-NOMBRE (WS-CLIENTE-MAPEADO) TO CLIENTE-NOMBRE
       MOVE 0 TO PRODUCTO-ID
       MOVE WS-POS-REFERENCIA TO PRODUCTO-SKU
       MOVE SPACES TO PRODUCTO-CATEGORIA
       MOVE 1 TO CANTIDAD-VENDIDA
       MOVE FUNCTION NUMVAL (WS-POS-MONTO) TO WS-MONTO-CENT
       COMPUTE COSTO ROUNDED = WS-MONTO-CENT / 100
       MOVE WS-POS-TIMESTAMP (1:10) TO FECHA-VENTA
       MOVE WS-SUCURSAL-POS TO SUCURSAL
       MOVE WS-POS-CAJERO TO CAJERO
       MOVE ZEROS TO DESCUENTO-PCT
       PERFORM GRABAR-DET.

      *A RECOUNTED LINE IS ONLY TALLIED - ITS SLICE ALREADY WROTE IT.
       GRABAR-DET.
       COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
       IF WS-RECONTEO = 'S'
           ADD 1 TO WS-REC-DETS
           ADD WS-IMPORTE-LINEA TO WS-REC-SUMA
       ELSE
           ADD 1 TO WS-TRANS-SEQ
           MOVE WS-TRANS-SEQ TO TRANS-SEQ
           ADD WS-IMPORTE-LINEA TO WS-SUMA-SALIDA
           ADD 1 TO WS-CONVERTIDAS
           MOVE WS-VENTA TO FD-REC-SALIDA
           WRITE FD-REC-SALIDA
           PERFORM REGISTRAR-HORA
       END-IF.

      *THE BACKORDER IS KEYED BY POS TIMESTAMP AND CASHIER, SO A FEED
      *CONVERTED AGAIN DOES NOT BOOK IT A SECOND TIME.
       REGISTRAR-ENCARGO-POS.
       MOVE SPACES TO ENCARGO-LINEA
       MOVE 'A' TO ENC-ESTADO
       MOVE WS-POS-TIMESTAMP (1:10) TO ENC-FECHA
       MOVE WS-CLIENTE-MAPEADO TO ENC-CLIENTE
       MOVE MP-SKU (WS-PROD-HALLADO) TO ENC-SKU
       MOVE WS-SUCURSAL-POS TO ENC-SUCURSAL
       MOVE FUNCTION NUMVAL (WS-POS-CANT) TO ENC-CANTIDAD
       MOVE 0 TO ENC-RESERVADA
       MOVE 'P' TO ENC-ORIGEN
       STRING WS-POS-TIMESTAMP ' ' WS-POS-CAJERO
           DELIMITED BY SIZE INTO ENC-REFERENCIA
       PERFORM AGREGAR-ENCARGO
       IF WS-ENC-HIT > 0
           ADD 1 TO WS-ENCARGOS-NUEVOS
       ELSE
           IF WS-ENC-DUPLICADO = 'S'
               ADD 1 TO WS-ENCARGOS-REPETIDOS
           ELSE
               MOVE 'ENCARGOS.txt LLENO' TO RCH-MOTIVO
               PERFORM RECHAZAR-LINEA-POS
           END-IF
       END-IF.

      *THE POS TIMESTAMP IS AAAA-MM-DD HH:MM:SS (OR WITH A 'T'); A
      *LINE WITHOUT A READABLE TIME SIMPLY LEAVES NO MARK.
       REGISTRAR-HORA.
       IF WS-POS-TIMESTAMP (12:2) NUMERIC
           AND WS-POS-TIMESTAMP (14:1) = ':'
           AND WS-POS-TIMESTAMP (15:2) NUMERIC
           MOVE SPACES TO FD-HOR-REC
           STRING FECHA-VENTA ',' WS-POS-TIMESTAMP (12:5) ','
               SUCURSAL ',' FUNCTION TRIM (CAJERO) ','
               TIPO-TRANSACCION DELIMITED BY SIZE INTO FD-HOR-REC
           WRITE FD-HOR-REC
       END-IF.

      *A LINE RECOUNTED WAS ALREADY REJECTED BY ITS SLICE.
       RECHAZAR-LINEA-POS.
       IF WS-RECONTEO = 'S'
           ADD 1 TO WS-REC-RECHAZADAS
       ELSE
           ADD 1 TO WS-RECHAZADAS
           MOVE ' ' TO RECHAZADO-REC (31:1)
           MOVE FD-POS-REC TO RCH-LINEA
           WRITE RECHAZADO-REC
       END-IF.

       COPY ENCARGOS-PROC.
