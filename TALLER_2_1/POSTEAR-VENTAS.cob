       SELECT FUSIONES ASSIGN TO 'FUSIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUS-STATUS.
       SELECT CLIENTES ASSIGN TO 'CLIENTES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS WS-CLI-STATUS.
       SELECT CARTERA ASSIGN TO 'CARTERA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAR-STATUS.
       SELECT APROBACIONES ASSIGN TO 'APROBACION-CREDITO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APR-STATUS.
       SELECT APROBACIONES-NUEVO ASSIGN TO 'APROBACION.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RETENCION ASSIGN TO 'RETENCION-CREDITO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TARJETAS ASSIGN TO 'TARJETAS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRJ-STATUS.
       SELECT ARCHIVO-INTRADIA ASSIGN TO 'DISPOSICIONES-INTRADIA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARI-STATUS.

       DATA DIVISION.

      *                   MATRIX - THE ONLY LINES THAT MAY POST
      *   'R' RECHAZADA - FAILED AN EDIT OR IS A REPLAYED SERIAL
      *   'S' SUSPENSO  - AN UNMATCHED/EXCESSIVE REFUND
      *   'R' IS ALSO A GIFT-CARD/STORE-CREDIT REDEMPTION ('C')
      *                   LARGER THAN WHAT IS LEFT ON THE CARD
      *   'C' CONTROL   - THE HDR/TRL RECORDS, PASSED THROUGH
      *   'H' RETENIDA  - A VALID SALE THAT WOULD BREAK ITS CLIENT'S
      *                   CREDIT LIMIT OR HOLD, PARKED IN
      *                   APROBACION-CREDITO.txt INSTEAD OF POSTING
      *                   (NO CONSUMER POSTS IT); ONCE APPROVED IT
      *                   COMES BACK AS AN 'A' LINE AFTER THE TRL OF
      *                   THE NEXT RUN, MOTIVO 'APROBADA POR CREDITO'
      * A LINE AN INTRADAY SLICE ALREADY DECIDED (SEE
      * POSTEAR-INTRADIA) KEEPS THAT DECISION IN THE FULL-DAY RUN; AN
      * 'A' ONE CARRIES MOTIVO 'POSTEADA INTRADIA' AND THE POSTING
      * CONSUMERS PASS IT BY - IT IS ALREADY IN STOCK, POINTS, CARDS
      * AND THE RECEIVABLE. EVERY OTHER READER TAKES IT AS USUAL, SO
      * THE DAY'S REPORTS AND JOURNAL STILL COVER THE WHOLE DAY.
      * PUNTOS-LEALTAD, ACTUALIZAR-INVENTARIO, EXTRACTO-GL,
      * CUENTAS-COBRAR AND COMISION-CAJEROS ALL FEED FROM THIS ONE
      * DECISION INSTEAD OF EACH RE-READING dataset4.txt AND EACH
           01  FD-PCER-REC         PIC X(30).
       FD  FUSIONES.
           01  FD-FUS-REC          PIC X(20).
      * CLIENT MASTER - ONLY THE CREDIT LIMIT AND HOLD ARE READ HERE.
       FD  CLIENTES.
           COPY WS-CLIENTES-IDX.
      * THE RECEIVABLE AS OF THE LAST CUENTAS-COBRAR RUN (SEE THAT
      * PROGRAM FOR THE LAYOUT), AGED TO TODAY THE SAME WAY.
       FD  CARTERA.
           01  FD-CAR-REC          PIC X(80).
      * CREDIT APPROVAL QUEUE (SEE WS-APROBACION.cpy) - HELD LINES
      * ARE ADDED, APPROVED ONES RELEASED, THEN THE WHOLE QUEUE IS
      * REWRITTEN THROUGH A SCRATCH FILE.
       FD  APROBACIONES.
           01  FD-APR-REC          PIC X(270).
       FD  APROBACIONES-NUEVO.
           01  FD-APRN-REC         PIC X(270).
      * CREDIT-HOLD REPORT: EVERY CLIENT WHO CANNOT BUY ON ACCOUNT
      * RIGHT NOW AND WHY, THEN EVERY SALE WAITING FOR APPROVAL.
       FD  RETENCION.
           01  FD-RET-REC          PIC X(132).
      * GIFT-CARD / STORE-CREDIT LEDGER (SEE WS-TARJETA.cpy) - READ
      * ONLY, FOR THE BALANCE A REDEMPTION IS CHECKED AGAINST.
       FD  TARJETAS.
           01  FD-TRJ-REC          PIC X(60).
      * EVERY INTRADAY SLICE'S DISPOSICIONES.txt, AS APPENDED BY
      * POSTEAR-INTRADIA - SAME LAYOUT AS DISPOSICIONES.txt.
       FD  ARCHIVO-INTRADIA.
           01  FD-ARI-REC.
               05  ARI-ESTADO      PIC X(01).
               05  FILLER          PIC X(01).
               05  ARI-MOTIVO      PIC X(30).
               05  FILLER          PIC X(01).
               05  ARI-LINEA       PIC X(188).

      ****************************************************************
      * WS SECTION
           05  MV-CLIENTE OCCURS 2000 TIMES.
               10  MV-DISPONIBLE OCCURS 2000 TIMES PIC 9(05).

      *CREDIT CONTROL. ONE ROW PER CLIENTE-ID: LIMIT AND HOLD FROM
      *CLIENTES.dat, OPEN BALANCE AND 90+ BUCKET FROM CARTERA.txt,
      *BOTH KEPT CURRENT AS THIS BATCH'S LINES ARE ACCEPTED SO A RUN
      *OF SMALL SALES CANNOT SLIP PAST THE LIMIT TOGETHER. A CLIENT
      *WITH NO LIMIT (ZERO) IS NOT ON ACCOUNT AND IS NEVER CHECKED
      *EXCEPT FOR A MANUAL HOLD. NO CLIENTES.dat MEANS NO CHECKS.
       01  WS-CLI-STATUS           PIC XX VALUE '00'.
       01  WS-CAR-STATUS           PIC XX VALUE '00'.
       01  WS-APR-STATUS           PIC XX VALUE '00'.
       01  WS-CRE-CARGADO          PIC X(01) VALUE 'N'.
       01  WS-CREDITO-OK           PIC X(01) VALUE 'S'.
       01  CRE-TAB.
           05  CRE-FILA OCCURS 2000 TIMES.
               10  CRE-LIMITE      PIC 9(09)V99 VALUE ZEROS.
               10  CRE-RETENIDO    PIC X(01) VALUE 'N'.
               10  CRE-MOTIVO      PIC X(30) VALUE SPACES.
               10  CRE-NOMBRE      PIC X(30) VALUE SPACES.
               10  CRE-SALDO       PIC S9(13)V99 VALUE ZEROS.
               10  CRE-B4          PIC S9(13)V99 VALUE ZEROS.
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-B1                   PIC S9(13)V99 VALUE ZEROS.
       01  WS-B2                   PIC S9(13)V99 VALUE ZEROS.
       01  WS-B3                   PIC S9(13)V99 VALUE ZEROS.
       01  WS-B4                   PIC S9(13)V99 VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-HOY-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-ASOF-NUM             PIC 9(08) VALUE ZEROS.
       01  WS-DIAS                 PIC S9(07) VALUE ZEROS.
       01  WS-CORRIMIENTOS         PIC 9(02) VALUE ZEROS.
       01  CARTERA-LINEA-REC.
           05  CTL-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-B1              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-B2              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-B3              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-B4              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-ASOF            PIC X(10).
      *THE APPROVAL QUEUE IN MEMORY.
       01  APR-TAB.
           05  APR-FILA OCCURS 2000 TIMES PIC X(270).
       01  WS-APR-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-APR-I                PIC 9(04) VALUE ZEROS.
       01  WS-APR-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-APR-ULTIMO           PIC 9(05) VALUE ZEROS.
       01  WS-APR-LLENA-AVISADA    PIC X(01) VALUE 'N'.
       01  WS-RETENIDAS            PIC 9(10) VALUE ZEROS.
       01  WS-LIBERADAS            PIC 9(10) VALUE ZEROS.
       01  WS-CLI-BLOQUEADOS       PIC 9(05) VALUE ZEROS.
       01  WS-COLA-PENDIENTES      PIC 9(05) VALUE ZEROS.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
      *SPENDABLE BALANCE PER CARD: TARJETAS.txt AS LEFT BY THE LAST
      *TARJETAS-REGALO RUN, MOVED BY THIS BATCH'S LOADS AND
      *REDEMPTIONS AS THEY ARE ACCEPTED - A CARD LOADED AND SPENT IN
      *THE SAME BATCH IS ALREADY GOOD FOR ITS NEW BALANCE, AND TWO
      *REDEMPTIONS CANNOT SPEND THE SAME MONEY TWICE.
       01  WS-TRJ-STATUS           PIC XX VALUE '00'.
       01  WS-TRJ-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-TRJ-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-TRJ-LLENA-AVISADA    PIC X(01) VALUE 'N'.
       01  WS-CANJE-OK             PIC X(01) VALUE 'S'.
       01  WS-CANJES-RECHAZADOS    PIC 9(10) VALUE ZEROS.
       01  TRJ-TAB.
           05  TRJ-FILA OCCURS 5000 TIMES.
               10  TAB-NUMERO      PIC X(10).
               10  TAB-SALDO       PIC S9(11)V99 VALUE ZEROS.
      *"POSTEAR-VENTAS [INTRADIA]". AN INTRADAY SLICE RELEASES NO
      *APPROVED SALES (THEY WAIT FOR THE FULL-DAY RUN, WHOSE
      *DISPOSICIONES.txt IS THE ONE THE DAY'S REPORTS READ) AND
      *STARTS ITS REFUND MATRIX FROM THE LINES TODAY'S EARLIER SLICES
      *ACCEPTED.
       01  WS-MODO-ARG             PIC X(10) VALUE SPACES.
       01  WS-INTRADIA             PIC X(01) VALUE 'N'.
       01  WS-ARI-STATUS           PIC XX VALUE '00'.
       01  WS-ARI-EOF              PIC 9 VALUE 0.
      *FULL-DAY RUN: THE SLICE LINES OF THIS dataset4.txt, BY SERIAL,
      *WITH WHAT THEIR SLICE DECIDED. ONLY THE RUNS THAT APPEAR IN
      *THE DATASET ARE LOADED.
       01  DSR-TAB.
           05  DSR-FILA OCCURS 500 TIMES.
               10  DSR-RUN         PIC X(16).
               10  DSR-INTRADIA    PIC X(01).
               10  DSR-ULT-SEQ     PIC 9(07).
       01  WS-DSR-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-DSR-I                PIC 9(04) VALUE ZEROS.
       01  WS-DSR-HIT              PIC 9(04) VALUE ZEROS.
       01  INT-TAB.
           05  INT-FILA OCCURS 20000 TIMES.
               10  INT-TRANS       PIC X(24).
               10  INT-ESTADO      PIC X(01).
               10  INT-MOTIVO      PIC X(30).
               10  INT-TOMADA      PIC X(01).
       01  WS-INT-USADAS           PIC 9(05) VALUE ZEROS.
       01  WS-INT-I                PIC 9(05) VALUE ZEROS.
       01  WS-INT-HIT              PIC 9(05) VALUE ZEROS.
       01  WS-INT-CURSOR           PIC 9(05) VALUE 1.
       01  WS-INT-LINEAS           PIC 9(10) VALUE ZEROS.
       01  WS-INT-ACEPTADAS        PIC 9(10) VALUE ZEROS.
       01  WS-INT-IMPORTE          PIC 9(13)V99 VALUE ZEROS.
       01  WS-INT-FALTANTES        PIC 9(05) VALUE ZEROS.
       01  WS-INT-PREVIAS          PIC 9(10) VALUE ZEROS.
       01  RET-TITULO.
           05  FILLER              PIC X(41) VALUE
               'REPORTE DE RETENCION DE CREDITO - FECHA: '.
           05  RET-TIT-FECHA       PIC X(10).
       01  RET-SECCION             PIC X(60).
       01  RET-CLIENTE-LINEA.
           05  FILLER              PIC X(08) VALUE 'CLIENTE '.
           05  RET-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RET-NOMBRE          PIC X(30).
           05  FILLER              PIC X(08) VALUE ' LIMITE:'.
           05  RET-LIMITE          PIC Z(08)9.99.
           05  FILLER              PIC X(07) VALUE ' SALDO:'.
           05  RET-SALDO           PIC -(10)9.99.
           05  FILLER              PIC X(05) VALUE ' +90:'.
           05  RET-B4              PIC -(10)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RET-MOTIVO          PIC X(30).
       01  RET-COLA-LINEA.
           05  FILLER              PIC X(06) VALUE 'COLA #'.
           05  RET-NUM             PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RET-FECHA           PIC X(10).
           05  FILLER              PIC X(09) VALUE ' CLIENTE '.
           05  RET-COLA-CLIENTE    PIC 9(05).
           05  FILLER              PIC X(10) VALUE ' IMPORTE: '.
           05  RET-IMPORTE         PIC Z(10)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RET-COLA-MOTIVO     PIC X(30).
           05  FILLER              PIC X(07) VALUE ' TRANS '.
           05  RET-TRANS           PIC X(24).
       01  RET-TOTAL-LINEA.
           05  FILLER              PIC X(21) VALUE
               'CLIENTES BLOQUEADOS: '.
           05  RET-TOT-CLIENTES    PIC Z(04)9.
           05  FILLER              PIC X(29) VALUE
               '   VENTAS EN COLA PENDIENTE: '.
           05  RET-TOT-COLA        PIC Z(04)9.
           05  FILLER              PIC X(20) VALUE
               '   RETENIDAS HOY: '.
           05  RET-TOT-HOY         PIC Z(09)9.

       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.
       COPY PERIODOS-WS.
       COPY FUSIONES-WS.
       COPY WS-APROBACION.
       COPY WS-TARJETA.

       PROCEDURE DIVISION.
       ACCEPT WS-MODO-ARG FROM COMMAND-LINE
       IF WS-MODO-ARG = 'INTRADIA'
           MOVE 'S' TO WS-INTRADIA
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       MOVE WS-CURRENT-DATE (1:8) TO WS-HOY-NUM
       INITIALIZE MATRIZ-VENTAS
       PERFORM CARGAR-PERIODOS-CERRADOS
       PERFORM CARGAR-FUSIONES
       PERFORM CARGAR-CREDITO
       PERFORM CARGAR-APROBACIONES
       PERFORM CARGAR-TARJETAS
       IF WS-INTRADIA = 'S'
           PERFORM CARGAR-MATRIZ-INTRADIA
       ELSE
           PERFORM CARGAR-INTRADIA
       END-IF
       OPEN INPUT DATASET
       IF WS-DS-STATUS NOT = '00'
           DISPLAY "dataset4.txt NO DISPONIBLE - SIN DISPOSICIONES"
           END-READ
       END-PERFORM
       CLOSE DATASET
       IF WS-INTRADIA = 'N'
           PERFORM LIBERAR-APROBADAS
       END-IF
       CLOSE DISPOSICIONES
       MOVE 0 TO EOF
       IF WS-CRE-CARGADO = 'S'
           PERFORM GRABAR-APROBACIONES
           PERFORM ESCRIBIR-RETENCION
       END-IF
       DISPLAY "DISPOSICIONES: " WS-ACEPTADAS " ACEPTADAS, "
           WS-RECHAZADAS " RECHAZADAS, " WS-SUSPENSOS " EN SUSPENSO"
       IF WS-RETENIDAS > 0 OR WS-LIBERADAS > 0
           DISPLAY "CREDITO: " WS-RETENIDAS " RETENIDAS PARA "
               "APROBACION, " WS-LIBERADAS " APROBADAS LIBERADAS - "
               "VER RETENCION-CREDITO.txt"
       END-IF
       IF WS-CANJES-RECHAZADOS > 0
           DISPLAY "TARJETAS: " WS-CANJES-RECHAZADOS " CANJES "
               "RECHAZADOS POR SALDO INSUFICIENTE"
       END-IF
       IF WS-INT-LINEAS > 0
           DISPLAY "INTRADIA: " WS-INT-LINEAS " LINEAS YA DECIDIDAS "
               "EN CORTES INTRADIA (" WS-INT-ACEPTADAS " ACEPTADAS "
               "POR " WS-INT-IMPORTE ") - NO SE POSTEAN DE NUEVO"
       END-IF
       IF WS-INT-PREVIAS > 0
           DISPLAY "INTRADIA: MATRIZ DE REEMBOLSOS INICIADA CON "
               WS-INT-PREVIAS " LINEAS DE CORTES ANTERIORES DE HOY"
       END-IF
       PERFORM VERIFICAR-INTRADIA-TOMADAS
       STOP RUN.

       DECIDIR-LINEA.
      *SURVIVOR BEFORE ANY DECISION, SO EVERY CONSUMER DOWNSTREAM
      *SEES ONE CLIENT.
           PERFORM APLICAR-FUSION
           MOVE 0 TO WS-INT-HIT
           IF WS-INT-USADAS > 0
               PERFORM BUSCAR-INTRADIA
           END-IF
           IF WS-INT-HIT > 0
               PERFORM DISPONER-INTRADIA
           ELSE
               PERFORM DECIDIR-VENTA
           END-IF
       END-IF.

       DECIDIR-VENTA.
       MOVE SPACES TO WS-MOTIVO
       PERFORM VALIDAR-LINEA
       IF WS-LINEA-VALIDA = 'S'
           PERFORM VERIFICAR-DUPLICADO
           IF WS-LINEA-DUP = 'S'
               MOVE 'TRANSACCION DUPLICADA' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           END-IF
       END-IF
       IF WS-LINEA-VALIDA = 'N'
           ADD 1 TO WS-RECHAZADAS
           MOVE SPACES TO FD-DSP-REC
           MOVE 'R' TO DSP-ESTADO
           MOVE WS-MOTIVO TO DSP-MOTIVO
           MOVE WS-VENTA TO DSP-LINEA
           WRITE FD-DSP-REC
       ELSE
           PERFORM VERIFICAR-CREDITO
           IF WS-CREDITO-OK = 'N'
               PERFORM RETENER-POR-CREDITO
           ELSE
               PERFORM DISPONER-VALIDA
           END-IF

      *A SALE FEEDS THE MATRIX AND IS ACCEPTED; A REFUND ONLY IF THE
      *MATRIX STILL COVERS IT, OTHERWISE SUSPENSE; A PAYMENT IS
      *ACCEPTED AS-IS (IT TOUCHES NO STOCK OR REVENUE). A GIFT CARD
      *OR STORE CREDIT LOADED ('T'/'F') IS ACCEPTED AND RAISES THE
      *CARD'S BALANCE; A REDEMPTION ('C') ONLY IF THE CARD STILL
      *HOLDS THE AMOUNT, OTHERWISE IT IS REJECTED OUTRIGHT - THE
      *TENDER WAS NOT THERE, THERE IS NOTHING TO WAIT FOR.
       DISPONER-VALIDA.
       MOVE 'S' TO WS-REEMBOLSO-OK
       MOVE 'S' TO WS-CANJE-OK
       EVALUATE TIPO-TRANSACCION
           WHEN 'R'
               PERFORM COTEJAR-REEMBOLSO
           WHEN 'P'
               CONTINUE
           WHEN 'T'
           WHEN 'F'
               PERFORM ABONAR-TARJETA
           WHEN 'C'
               PERFORM COTEJAR-CANJE
           WHEN OTHER
               ADD CANTIDAD-VENDIDA TO
                   MV-DISPONIBLE (CLIENTE-ID, PRODUCTO-ID)
       END-EVALUATE
       MOVE SPACES TO FD-DSP-REC
       EVALUATE TRUE
           WHEN WS-CANJE-OK = 'N'
               ADD 1 TO WS-RECHAZADAS
               ADD 1 TO WS-CANJES-RECHAZADOS
               MOVE 'R' TO DSP-ESTADO
               MOVE WS-MOTIVO TO DSP-MOTIVO
           WHEN WS-REEMBOLSO-OK = 'S'
               ADD 1 TO WS-ACEPTADAS
               MOVE 'A' TO DSP-ESTADO
               PERFORM ACTUALIZAR-SALDO-CREDITO
           WHEN OTHER
               ADD 1 TO WS-SUSPENSOS
               MOVE 'S' TO DSP-ESTADO
               IF MV-DISPONIBLE (CLIENTE-ID, PRODUCTO-ID) = 0
                   MOVE 'REEMBOLSO SIN VENTA PREVIA' TO DSP-MOTIVO
               ELSE
                   MOVE 'REEMBOLSO EXCEDE LO VENDIDO' TO DSP-MOTIVO
               END-IF
       END-EVALUATE
      *THE DISPOSITION CARRIES THE ADJUSTED (CURRENT-LAYOUT,
      *SURVIVOR-ATTRIBUTED) LINE, NOT THE RAW BYTES - CONSUMERS POST
      *EXACTLY WHAT WAS DECIDED.
               MOVE 'CLIENTE-ID FUERA DE RANGO' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN TIPO-TRANSACCION NOT = 'P'
               AND TIPO-TRANSACCION NOT = 'T'
               AND TIPO-TRANSACCION NOT = 'C'
               AND TIPO-TRANSACCION NOT = 'F'
               AND (PRODUCTO-ID NOT NUMERIC
               OR PRODUCTO-ID < 1 OR PRODUCTO-ID > 2000)
               MOVE 'PRODUCTO-ID FUERA DE RANGO' TO WS-MOTIVO
           WHEN TIPO-TRANSACCION NOT = 'V'
               AND TIPO-TRANSACCION NOT = 'R'
               AND TIPO-TRANSACCION NOT = 'P'
               AND TIPO-TRANSACCION NOT = 'T'
               AND TIPO-TRANSACCION NOT = 'C'
               AND TIPO-TRANSACCION NOT = 'F'
               MOVE 'TIPO-TRANSACCION INVALIDO' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN (TIPO-TRANSACCION = 'T'
               OR TIPO-TRANSACCION = 'C'
               OR TIPO-TRANSACCION = 'F')
               AND PRODUCTO-SKU = SPACES
               MOVE 'TARJETA SIN NUMERO' TO WS-MOTIVO
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN FECHA-VENTA (1:4) NOT NUMERIC
               OR FECHA-VENTA (5:1) NOT = '-'
               OR FECHA-VENTA (6:2) NOT NUMERIC
           END-IF
       END-IF.

      *A LINE AN INTRADAY SLICE ALREADY DECIDED KEEPS THAT DECISION:
      *NOTHING IS CHECKED, HELD, QUEUED OR CHARGED TO A CARD OR TO
      *CREDIT AGAIN (CARTERA.txt AND TARJETAS.txt ALREADY CARRY IT).
      *ITS ACCEPTED SALES AND REFUNDS STILL MOVE THE MATRIX, SO A
      *REFUND LATER IN THE DAY MATCHES A SALE POSTED INTRADAY. THE
      *SAME SERIAL TWICE IN THE DATASET IS A REPLAY.
       DISPONER-INTRADIA.
       MOVE SPACES TO FD-DSP-REC
       IF INT-TOMADA (WS-INT-HIT) = 'S'
           ADD 1 TO WS-RECHAZADAS
           MOVE 'R' TO DSP-ESTADO
           MOVE 'TRANSACCION DUPLICADA' TO DSP-MOTIVO
       ELSE
           MOVE 'S' TO INT-TOMADA (WS-INT-HIT)
           ADD 1 TO WS-INT-LINEAS
           MOVE INT-ESTADO (WS-INT-HIT) TO DSP-ESTADO
           MOVE INT-MOTIVO (WS-INT-HIT) TO DSP-MOTIVO
           EVALUATE DSP-ESTADO
               WHEN 'A'
                   ADD 1 TO WS-ACEPTADAS
                   ADD 1 TO WS-INT-ACEPTADAS
                   MOVE 'POSTEADA INTRADIA' TO DSP-MOTIVO
                   COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
                   ADD WS-IMPORTE-LINEA TO WS-INT-IMPORTE
                   PERFORM ANOTAR-MATRIZ
               WHEN 'H'
                   ADD 1 TO WS-RETENIDAS
               WHEN 'S'
                   ADD 1 TO WS-SUSPENSOS
               WHEN OTHER
                   ADD 1 TO WS-RECHAZADAS
           END-EVALUATE
       END-IF
       MOVE WS-VENTA TO DSP-LINEA
       WRITE FD-DSP-REC.

      *AN ACCEPTED LINE DECIDED ELSEWHERE, APPLIED TO THE MATRIX THE
      *WAY DISPONER-VALIDA / COTEJAR-REEMBOLSO WOULD HAVE.
       ANOTAR-MATRIZ.
       IF CLIENTE-ID NUMERIC AND PRODUCTO-ID NUMERIC
           AND CLIENTE-ID >= 1 AND CLIENTE-ID <= 2000
           AND PRODUCTO-ID >= 1 AND PRODUCTO-ID <= 2000
           AND CANTIDAD-VENDIDA NUMERIC
           EVALUATE TIPO-TRANSACCION
               WHEN 'V'
                   ADD CANTIDAD-VENDIDA TO
                       MV-DISPONIBLE (CLIENTE-ID, PRODUCTO-ID)
               WHEN 'R'
                   IF CANTIDAD-VENDIDA <
                       MV-DISPONIBLE (CLIENTE-ID, PRODUCTO-ID)
                       SUBTRACT CANTIDAD-VENDIDA FROM
                           MV-DISPONIBLE (CLIENTE-ID, PRODUCTO-ID)
                   ELSE
                       MOVE 0 TO
                           MV-DISPONIBLE (CLIENTE-ID, PRODUCTO-ID)
                   END-IF
           END-EVALUATE
       END-IF.

      *ONLY A LINE OF A RUN KNOWN TO HAVE SLICE LINES IS LOOKED UP.
      *THE DATASET CARRIES THE SLICE LINES IN ARCHIVE ORDER, SO THE
      *SEARCH STARTS WHERE THE LAST HIT LEFT OFF.
       BUSCAR-INTRADIA.
       MOVE 0 TO WS-INT-HIT
       PERFORM BUSCAR-RUN-DATASET
       IF WS-DSR-HIT > 0
           IF DSR-INTRADIA (WS-DSR-HIT) = 'S'
               PERFORM VARYING WS-INT-I FROM WS-INT-CURSOR BY 1
                       UNTIL WS-INT-I > WS-INT-USADAS
                       OR WS-INT-HIT > 0
                   IF INT-TRANS (WS-INT-I) = TRANSACCION-ID
                       MOVE WS-INT-I TO WS-INT-HIT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-INT-I FROM 1 BY 1
                       UNTIL WS-INT-I >= WS-INT-CURSOR
                       OR WS-INT-HIT > 0
                   IF INT-TRANS (WS-INT-I) = TRANSACCION-ID
                       MOVE WS-INT-I TO WS-INT-HIT
                   END-IF
               END-PERFORM
               IF WS-INT-HIT > 0
                   COMPUTE WS-INT-CURSOR = WS-INT-HIT + 1
               END-IF
           END-IF
       END-IF.

       BUSCAR-RUN-DATASET.
       MOVE 0 TO WS-DSR-HIT
       PERFORM VARYING WS-DSR-I FROM 1 BY 1
               UNTIL WS-DSR-I > WS-DSR-USADAS OR WS-DSR-HIT > 0
           IF DSR-RUN (WS-DSR-I) = TRANS-RUN
               MOVE WS-DSR-I TO WS-DSR-HIT
           END-IF
       END-PERFORM.

      *FULL-DAY RUN: FIRST THE RUNS dataset4.txt CARRIES, THEN EVERY
      *ARCHIVED SLICE LINE OF THOSE RUNS. A TABLE TOO SMALL FOR THEM
      *WOULD LET A SLICE LINE POST TWICE, SO THE RUN STOPS INSTEAD.
       CARGAR-INTRADIA.
       OPEN INPUT DATASET
       IF WS-DS-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ DATASET
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-REC-DATASET (1:3) NOT = 'HDR'
                           AND FD-REC-DATASET (1:3) NOT = 'TRL'
                           MOVE FD-REC-DATASET TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           PERFORM ANOTAR-RUN-DATASET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATASET
       END-IF
       MOVE 0 TO EOF
       OPEN INPUT ARCHIVO-INTRADIA
       IF WS-ARI-STATUS = '00'
           IF WS-DSR-USADAS = 0
               MOVE 1 TO WS-ARI-EOF
           END-IF
           PERFORM UNTIL WS-ARI-EOF = 1
               READ ARCHIVO-INTRADIA
                   AT END
                       MOVE 1 TO WS-ARI-EOF
                   NOT AT END
                       IF ARI-ESTADO NOT = 'C'
                           AND ARI-LINEA (1:3) = 'DET'
                           PERFORM CARGAR-LINEA-INTRADIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INTRADIA
       END-IF
       MOVE 0 TO WS-ARI-EOF.

       ANOTAR-RUN-DATASET.
       IF TRANS-RUN NOT = SPACES
           PERFORM BUSCAR-RUN-DATASET
           IF WS-DSR-HIT = 0
               IF WS-DSR-USADAS >= 500
                   DISPLAY "ERROR: dataset4.txt CON MAS DE 500 "
                       "CORRIDAS - NO SE PUEDEN RECONOCER LOS CORTES "
                       "INTRADIA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DSR-USADAS
               MOVE TRANS-RUN TO DSR-RUN (WS-DSR-USADAS)
               MOVE 'N' TO DSR-INTRADIA (WS-DSR-USADAS)
               MOVE 0 TO DSR-ULT-SEQ (WS-DSR-USADAS)
           END-IF
       END-IF.

      *A SERIAL AT OR BELOW THE HIGHEST ALREADY LOADED FOR ITS RUN IS
      *A SLICE ARCHIVED TWICE AND IS LOADED ONCE.
       CARGAR-LINEA-INTRADIA.
       MOVE ARI-LINEA TO WS-VENTA-CRUDA
       PERFORM AJUSTAR-VENTA
       PERFORM BUSCAR-RUN-DATASET
       IF WS-DSR-HIT > 0 AND TRANS-SEQ NUMERIC
           AND TRANS-SEQ > DSR-ULT-SEQ (WS-DSR-HIT)
           IF WS-INT-USADAS >= 20000
               DISPLAY "ERROR: MAS DE 20000 LINEAS POSTEADAS INTRADIA"
                   " - NO SE PUEDEN RECONOCER, NADA SE POSTEA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO DSR-INTRADIA (WS-DSR-HIT)
           MOVE TRANS-SEQ TO DSR-ULT-SEQ (WS-DSR-HIT)
           ADD 1 TO WS-INT-USADAS
           MOVE TRANSACCION-ID TO INT-TRANS (WS-INT-USADAS)
           MOVE ARI-ESTADO TO INT-ESTADO (WS-INT-USADAS)
           MOVE ARI-MOTIVO TO INT-MOTIVO (WS-INT-USADAS)
           MOVE 'N' TO INT-TOMADA (WS-INT-USADAS)
       END-IF.

      *INTRADAY SLICE: TODAY'S EARLIER SLICES (RUN ID DATED TODAY)
      *ALREADY ACCEPTED SALES A REFUND IN THIS SLICE MAY BE FOR.
       CARGAR-MATRIZ-INTRADIA.
       OPEN INPUT ARCHIVO-INTRADIA
       IF WS-ARI-STATUS = '00'
           PERFORM UNTIL WS-ARI-EOF = 1
               READ ARCHIVO-INTRADIA
                   AT END
                       MOVE 1 TO WS-ARI-EOF
                   NOT AT END
                       IF ARI-ESTADO = 'A'
                           AND ARI-LINEA (1:3) = 'DET'
                           MOVE ARI-LINEA TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           IF TRANS-RUN (1:8) = WS-CURRENT-DATE (1:8)
                               ADD 1 TO WS-INT-PREVIAS
                               PERFORM ANOTAR-MATRIZ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INTRADIA
       END-IF
       MOVE 0 TO WS-ARI-EOF.

      *A SLICE LINE THE DATASET DOES NOT CARRY, ALTHOUGH ITS SLICE IS
      *IN IT, MEANS THE DAY FILE WAS NOT BUILT FROM THE SLICES AS
      *POSTED - THE DAY'S REPORTS WILL BE SHORT OF IT.
       VERIFICAR-INTRADIA-TOMADAS.
       MOVE 0 TO WS-INT-FALTANTES
       PERFORM VARYING WS-INT-I FROM 1 BY 1
               UNTIL WS-INT-I > WS-INT-USADAS
           IF INT-TOMADA (WS-INT-I) = 'N'
               ADD 1 TO WS-INT-FALTANTES
           END-IF
       END-PERFORM
       IF WS-INT-FALTANTES > 0
           DISPLAY "AVISO: " WS-INT-FALTANTES " LINEAS POSTEADAS "
               "INTRADIA NO ESTAN EN dataset4.txt"
           MOVE 4 TO RETURN-CODE
       END-IF.

       COTEJAR-REEMBOLSO.
       IF CANTIDAD-VENDIDA <=
           MV-DISPONIBLE (CLIENTE-ID, PRODUCTO-ID)
           MOVE 'N' TO WS-REEMBOLSO-OK
       END-IF.

      *A SALE ON ACCOUNT IS HELD WHEN THE CLIENT IS ON MANUAL HOLD,
      *OR - FOR A CLIENT WITH A LIMIT - WHEN ANYTHING IS OWED PAST
      *90 DAYS OR THE OPEN BALANCE PLUS THIS CHARGE WOULD GO OVER
      *THE LIMIT. REFUNDS AND PAYMENTS ARE NEVER HELD.
       VERIFICAR-CREDITO.
       MOVE 'S' TO WS-CREDITO-OK
       IF TIPO-TRANSACCION = 'V' AND WS-CRE-CARGADO = 'S'
           COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
           EVALUATE TRUE
               WHEN CRE-RETENIDO (CLIENTE-ID) = 'S'
                   MOVE 'CLIENTE RETENIDO POR CREDITO'
                       TO WS-MOTIVO
                   MOVE 'N' TO WS-CREDITO-OK
               WHEN CRE-LIMITE (CLIENTE-ID) = 0
                   CONTINUE
               WHEN CRE-B4 (CLIENTE-ID) > 0
                   MOVE 'SALDO A MAS DE 90 DIAS' TO WS-MOTIVO
                   MOVE 'N' TO WS-CREDITO-OK
               WHEN CRE-SALDO (CLIENTE-ID) + WS-IMPORTE-LINEA
                   > CRE-LIMITE (CLIENTE-ID)
                   MOVE 'EXCEDE LIMITE DE CREDITO' TO WS-MOTIVO
                   MOVE 'N' TO WS-CREDITO-OK
           END-EVALUATE
       END-IF.

      *AN ACCEPTED LINE MOVES THE RUNNING BALANCE THE WAY
      *CUENTAS-COBRAR WILL POST IT: A SALE (OR A CARD LOADED) ADDS, A
      *REFUND, PAYMENT OR CARD REDEMPTION SETTLES THE OLDEST DEBT
      *FIRST.
       ACTUALIZAR-SALDO-CREDITO.
       IF WS-CRE-CARGADO = 'S'
           COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
           IF TIPO-TRANSACCION = 'V' OR TIPO-TRANSACCION = 'T'
               OR TIPO-TRANSACCION = 'F'
               ADD WS-IMPORTE-LINEA TO CRE-SALDO (CLIENTE-ID)
           ELSE
               SUBTRACT WS-IMPORTE-LINEA FROM CRE-SALDO (CLIENTE-ID)
               IF WS-IMPORTE-LINEA >= CRE-B4 (CLIENTE-ID)
                   MOVE 0 TO CRE-B4 (CLIENTE-ID)
               ELSE
                   SUBTRACT WS-IMPORTE-LINEA FROM CRE-B4 (CLIENTE-ID)
               END-IF
           END-IF
       END-IF.

      *THE CARD NUMBER RIDES IN PRODUCTO-SKU. A NUMBER NOT IN THE
      *LEDGER HAS NOTHING ON IT.
       BUSCAR-TARJETA.
       MOVE 0 TO WS-TRJ-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TRJ-USADAS OR WS-TRJ-HIT > 0
           IF TAB-NUMERO (WS-I) = PRODUCTO-SKU
               MOVE WS-I TO WS-TRJ-HIT
           END-IF
       END-PERFORM.

       ABONAR-TARJETA.
       PERFORM BUSCAR-TARJETA
       IF WS-TRJ-HIT = 0
           IF WS-TRJ-USADAS >= 5000
               IF WS-TRJ-LLENA-AVISADA = 'N'
                   DISPLAY "ADVERTENCIA: TABLA DE TARJETAS LLENA "
                       "(LIMITE 5000) - CANJES DE TARJETAS NUEVAS "
                       "SERAN RECHAZADOS"
                   MOVE 'S' TO WS-TRJ-LLENA-AVISADA
               END-IF
           ELSE
               ADD 1 TO WS-TRJ-USADAS
               MOVE WS-TRJ-USADAS TO WS-TRJ-HIT
               MOVE PRODUCTO-SKU TO TAB-NUMERO (WS-TRJ-HIT)
               MOVE 0 TO TAB-SALDO (WS-TRJ-HIT)
           END-IF
       END-IF
       IF WS-TRJ-HIT > 0
           COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
           ADD WS-IMPORTE-LINEA TO TAB-SALDO (WS-TRJ-HIT)
       END-IF.

       COTEJAR-CANJE.
       COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
       PERFORM BUSCAR-TARJETA
       IF WS-TRJ-HIT = 0
           MOVE 'N' TO WS-CANJE-OK
           MOVE 'TARJETA SIN SALDO' TO WS-MOTIVO
       ELSE
           IF WS-IMPORTE-LINEA > TAB-SALDO (WS-TRJ-HIT)
               MOVE 'N' TO WS-CANJE-OK
               MOVE 'CANJE EXCEDE SALDO DE TARJETA' TO WS-MOTIVO
           ELSE
               SUBTRACT WS-IMPORTE-LINEA FROM TAB-SALDO (WS-TRJ-HIT)
           END-IF
       END-IF.

      *THE HELD LINE IS DISPOSED 'H' AND JOINS THE QUEUE ONCE - A
      *RE-RUN OVER THE SAME BATCH FINDS IT ALREADY QUEUED (UNDER ANY
      *STATE) AND DOES NOT ASK FOR A SECOND APPROVAL.
       RETENER-POR-CREDITO.
       ADD 1 TO WS-RETENIDAS
       MOVE SPACES TO FD-DSP-REC
       MOVE 'H' TO DSP-ESTADO
       MOVE WS-MOTIVO TO DSP-MOTIVO
       MOVE WS-VENTA TO DSP-LINEA
       WRITE FD-DSP-REC
       MOVE 0 TO WS-APR-HIT
       PERFORM VARYING WS-APR-I FROM 1 BY 1
               UNTIL WS-APR-I > WS-APR-USADAS OR WS-APR-HIT > 0
           MOVE APR-FILA (WS-APR-I) TO APROBACION-LINEA
           IF APL-LINEA = WS-VENTA
               MOVE WS-APR-I TO WS-APR-HIT
           END-IF
       END-PERFORM
       IF WS-APR-HIT = 0
           IF WS-APR-USADAS >= 2000
               IF WS-APR-LLENA-AVISADA = 'N'
                   DISPLAY "ADVERTENCIA: COLA DE APROBACION DE "
                       "CREDITO LLENA (LIMITE 2000) - DEPURE "
                       "APROBACION-CREDITO.txt"
                   MOVE 'S' TO WS-APR-LLENA-AVISADA
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-APR-ULTIMO
               MOVE WS-APR-ULTIMO TO APL-NUM
               MOVE 'P' TO APL-ESTADO
               MOVE WS-HOY TO APL-FECHA
               MOVE CLIENTE-ID TO APL-CLIENTE
               MOVE WS-IMPORTE-LINEA TO APL-IMPORTE
               MOVE WS-MOTIVO TO APL-MOTIVO
               MOVE SPACES TO APL-DECIDE
               MOVE WS-VENTA TO APL-LINEA
               ADD 1 TO WS-APR-USADAS
               MOVE APROBACION-LINEA TO APR-FILA (WS-APR-USADAS)
           END-IF
       END-IF.

      *SALES A SUPERVISOR APPROVED SINCE THE LAST RUN ARE POSTED NOW,
      *AFTER THE BATCH'S OWN LINES, AS ORDINARY ACCEPTED LINES - UNLESS
      *THEIR PERIOD HAS CLOSED IN THE MEANTIME. EITHER WAY THEY LEAVE
      *THE QUEUE ('L').
       LIBERAR-APROBADAS.
       PERFORM VARYING WS-APR-I FROM 1 BY 1
               UNTIL WS-APR-I > WS-APR-USADAS
           MOVE APR-FILA (WS-APR-I) TO APROBACION-LINEA
           IF APL-ESTADO = 'A'
               MOVE APL-LINEA TO WS-VENTA-CRUDA
               PERFORM AJUSTAR-VENTA
               MOVE SPACES TO FD-DSP-REC
               PERFORM VERIFICAR-PERIODO-CERRADO
               IF WS-PERIODO-CERRADO = 'S'
                   ADD 1 TO WS-RECHAZADAS
                   MOVE 'R' TO DSP-ESTADO
                   MOVE 'PERIODO CERRADO' TO DSP-MOTIVO
               ELSE
                   ADD 1 TO WS-ACEPTADAS
                   ADD 1 TO WS-LIBERADAS
                   MOVE 'A' TO DSP-ESTADO
                   MOVE 'APROBADA POR CREDITO' TO DSP-MOTIVO
                   PERFORM ACTUALIZAR-SALDO-CREDITO
               END-IF
               MOVE WS-VENTA TO DSP-LINEA
               WRITE FD-DSP-REC
               MOVE 'L' TO APL-ESTADO
               MOVE APROBACION-LINEA TO APR-FILA (WS-APR-I)
           END-IF
       END-PERFORM.

      *NO LEDGER YET (STATUS 35) MEANS NO CARD HAS EVER BEEN LOADED -
      *ONLY THIS BATCH'S OWN LOADS CAN BE SPENT.
       CARGAR-TARJETAS.
       OPEN INPUT TARJETAS
       IF WS-TRJ-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ TARJETAS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-TRJ-REC TO TARJETA-LINEA
                       IF TRJ-NUMERO NOT = SPACES
                           AND TRJ-SALDO NUMERIC
                           IF WS-TRJ-USADAS < 5000
                               ADD 1 TO WS-TRJ-USADAS
                               MOVE TRJ-NUMERO TO
                                   TAB-NUMERO (WS-TRJ-USADAS)
                               MOVE TRJ-SALDO TO
                                   TAB-SALDO (WS-TRJ-USADAS)
                           ELSE
                               IF WS-TRJ-LLENA-AVISADA = 'N'
                                   DISPLAY "ADVERTENCIA: TABLA DE "
                                       "TARJETAS LLENA (LIMITE 5000)"
                                   MOVE 'S' TO WS-TRJ-LLENA-AVISADA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARJETAS
       END-IF
       MOVE 0 TO EOF.

      *LIMIT AND HOLD PER CLIENT, THEN THE RECEIVABLE AGED TO TODAY.
       CARGAR-CREDITO.
       OPEN INPUT CLIENTES
       IF WS-CLI-STATUS = '00'
           MOVE 'S' TO WS-CRE-CARGADO
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS > CLI-ID
           IF WS-CLI-STATUS = '00'
               PERFORM UNTIL EOF = 1
                   READ CLIENTES NEXT RECORD
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF CLI-ID >= 1 AND CLI-ID <= 2000
                               PERFORM CARGAR-CREDITO-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CLIENTES
       END-IF
       MOVE 0 TO EOF
       IF WS-CRE-CARGADO = 'S'
           PERFORM CARGAR-CARTERA
       END-IF.

      *A RECORD FROM BEFORE THE CREDIT FIELDS READS AS NO LIMIT, NO
      *HOLD.
       CARGAR-CREDITO-CLIENTE.
       MOVE CLI-NOMBRE TO CRE-NOMBRE (CLI-ID)
       IF CLI-LIMITE-CREDITO NUMERIC
           MOVE CLI-LIMITE-CREDITO TO CRE-LIMITE (CLI-ID)
       END-IF
       IF CLI-RETENIDO = 'S'
           MOVE 'S' TO CRE-RETENIDO (CLI-ID)
           MOVE CLI-RETENCION-MOTIVO TO CRE-MOTIVO (CLI-ID)
       END-IF.

       CARGAR-CARTERA.
       OPEN INPUT CARTERA
       IF WS-CAR-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ CARTERA
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-CAR-REC (4:1) = ' '
                           MOVE SPACES TO CARTERA-LINEA-REC
                           MOVE '00' TO CARTERA-LINEA-REC (1:2)
                           MOVE FD-CAR-REC (1:3) TO
                               CARTERA-LINEA-REC (3:3)
                           MOVE FD-CAR-REC (5:70) TO
                               CARTERA-LINEA-REC (7:70)
                       ELSE
                           MOVE FD-CAR-REC TO CARTERA-LINEA-REC
                       END-IF
                       IF CTL-CLIENTE NUMERIC
                           AND CTL-CLIENTE >= 1
                           AND CTL-CLIENTE <= 2000
                           PERFORM ENVEJECER-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARTERA
       END-IF
       MOVE 0 TO EOF.

      *SAME SHIFT AS CUENTAS-COBRAR: ONE BUCKET OLDER PER FULL 30
      *DAYS SINCE THE STORED AS-OF DATE.
       ENVEJECER-LINEA.
       MOVE CTL-B1 TO WS-B1
       MOVE CTL-B2 TO WS-B2
       MOVE CTL-B3 TO WS-B3
       MOVE CTL-B4 TO WS-B4
       MOVE 0 TO WS-CORRIMIENTOS
       IF CTL-ASOF (1:4) NUMERIC AND CTL-ASOF (6:2) NUMERIC
           AND CTL-ASOF (9:2) NUMERIC
           MOVE ZEROS TO WS-ASOF-NUM
           MOVE CTL-ASOF (1:4) TO WS-ASOF-NUM (1:4)
           MOVE CTL-ASOF (6:2) TO WS-ASOF-NUM (5:2)
           MOVE CTL-ASOF (9:2) TO WS-ASOF-NUM (7:2)
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE (WS-HOY-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-ASOF-NUM)
           IF WS-DIAS > 0
               COMPUTE WS-CORRIMIENTOS = WS-DIAS / 30
           END-IF
           IF WS-CORRIMIENTOS > 3
               MOVE 3 TO WS-CORRIMIENTOS
               ADD WS-B1 TO WS-B4
               MOVE 0 TO WS-B1
           END-IF
       END-IF
       PERFORM WS-CORRIMIENTOS TIMES
           ADD WS-B3 TO WS-B4
           MOVE WS-B2 TO WS-B3
           MOVE WS-B1 TO WS-B2
           MOVE 0 TO WS-B1
       END-PERFORM
       COMPUTE CRE-SALDO (CTL-CLIENTE) = WS-B1 + WS-B2 + WS-B3
           + WS-B4
       MOVE WS-B4 TO CRE-B4 (CTL-CLIENTE).

       CARGAR-APROBACIONES.
       MOVE 0 TO WS-APR-USADAS
       MOVE 0 TO WS-APR-ULTIMO
       OPEN INPUT APROBACIONES
       IF WS-APR-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ APROBACIONES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-APR-USADAS < 2000
                           ADD 1 TO WS-APR-USADAS
                           MOVE FD-APR-REC TO APR-FILA (WS-APR-USADAS)
                           MOVE FD-APR-REC TO APROBACION-LINEA
                           IF APL-NUM NUMERIC
                               AND APL-NUM > WS-APR-ULTIMO
                               MOVE APL-NUM TO WS-APR-ULTIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APROBACIONES
       END-IF
       MOVE 0 TO EOF.

       GRABAR-APROBACIONES.
       OPEN OUTPUT APROBACIONES-NUEVO
       PERFORM VARYING WS-APR-I FROM 1 BY 1
               UNTIL WS-APR-I > WS-APR-USADAS
           MOVE APR-FILA (WS-APR-I) TO FD-APRN-REC
           WRITE FD-APRN-REC
       END-PERFORM
       CLOSE APROBACIONES-NUEVO
       CALL "SYSTEM" USING
           "mv -f APROBACION.NUEVO.txt APROBACION-CREDITO.txt"
       MOVE 0 TO RETURN-CODE
       IF WS-APR-LLENA-AVISADA = 'S'
           MOVE 4 TO RETURN-CODE
       END-IF.

      *WHO IS BLOCKED AFTER THIS BATCH, AND WHY - THEN THE QUEUE.
       ESCRIBIR-RETENCION.
       OPEN OUTPUT RETENCION
       MOVE WS-HOY TO RET-TIT-FECHA
       WRITE FD-RET-REC FROM RET-TITULO
       MOVE SPACES TO FD-RET-REC
       WRITE FD-RET-REC
       MOVE 'CLIENTES BLOQUEADOS PARA VENTA A CREDITO' TO RET-SECCION
       WRITE FD-RET-REC FROM RET-SECCION
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2000
           MOVE SPACES TO RET-MOTIVO
           EVALUATE TRUE
               WHEN CRE-RETENIDO (WS-I) = 'S'
                   MOVE CRE-MOTIVO (WS-I) TO RET-MOTIVO
                   IF RET-MOTIVO = SPACES
                       MOVE 'RETENCION MANUAL' TO RET-MOTIVO
                   END-IF
               WHEN CRE-LIMITE (WS-I) = 0
                   CONTINUE
               WHEN CRE-B4 (WS-I) > 0
                   MOVE 'SALDO A MAS DE 90 DIAS' TO RET-MOTIVO
               WHEN CRE-SALDO (WS-I) >= CRE-LIMITE (WS-I)
                   MOVE 'LIMITE DE CREDITO AGOTADO' TO RET-MOTIVO
           END-EVALUATE
           IF RET-MOTIVO NOT = SPACES
               ADD 1 TO WS-CLI-BLOQUEADOS
               MOVE WS-I TO RET-CLIENTE
               MOVE CRE-NOMBRE (WS-I) TO RET-NOMBRE
               MOVE CRE-LIMITE (WS-I) TO RET-LIMITE
               MOVE CRE-SALDO (WS-I) TO RET-SALDO
               MOVE CRE-B4 (WS-I) TO RET-B4
               WRITE FD-RET-REC FROM RET-CLIENTE-LINEA
           END-IF
       END-PERFORM
       MOVE SPACES TO FD-RET-REC
       WRITE FD-RET-REC
       MOVE 'VENTAS RETENIDAS EN ESPERA DE APROBACION' TO RET-SECCION
       WRITE FD-RET-REC FROM RET-SECCION
       PERFORM VARYING WS-APR-I FROM 1 BY 1
               UNTIL WS-APR-I > WS-APR-USADAS
           MOVE APR-FILA (WS-APR-I) TO APROBACION-LINEA
           IF APL-ESTADO = 'P'
               ADD 1 TO WS-COLA-PENDIENTES
               MOVE APL-NUM TO RET-NUM
               MOVE APL-FECHA TO RET-FECHA
               MOVE APL-CLIENTE TO RET-COLA-CLIENTE
               MOVE APL-IMPORTE TO RET-IMPORTE
               MOVE APL-MOTIVO TO RET-COLA-MOTIVO
               MOVE APL-LINEA TO WS-VENTA-CRUDA
               PERFORM AJUSTAR-VENTA
               MOVE TRANSACCION-ID TO RET-TRANS
               WRITE FD-RET-REC FROM RET-COLA-LINEA
           END-IF
       END-PERFORM
       MOVE SPACES TO FD-RET-REC
       WRITE FD-RET-REC
       MOVE WS-CLI-BLOQUEADOS TO RET-TOT-CLIENTES
       MOVE WS-COLA-PENDIENTES TO RET-TOT-COLA
       MOVE WS-RETENIDAS TO RET-TOT-HOY
       WRITE FD-RET-REC FROM RET-TOTAL-LINEA
       CLOSE RETENCION.

       COPY PERIODOS-PROC.

       COPY VENTA-COMPAT-PROC.
