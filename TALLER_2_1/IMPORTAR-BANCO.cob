       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXTRACTO ASSIGN TO 'EXTRACTO-BANCO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXT-STATUS.
       SELECT PENDIENTES ASSIGN TO 'BANCO-PENDIENTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEN-STATUS.
       SELECT PENDIENTES-NUEVO ASSIGN TO 'BANCO-PENDIENTE.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT IMPORTADOS ASSIGN TO 'BANCO-IMPORTADOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMP-STATUS.
       SELECT PAGOS ASSIGN TO 'PAGOS-BANCO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAG-STATUS.
       SELECT NO-APLICADO ASSIGN TO 'NO-APLICADO-BANCO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CARTERA ASSIGN TO 'CARTERA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAR-STATUS.
       SELECT CLIENTES ASSIGN TO 'CLIENTES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS WS-CLI-STATUS.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * THE BANK'S DAILY STATEMENT, ONE MOVEMENT PER LINE:
      * FECHA,REFERENCIA,DESCRIPCION,IMPORTE - FECHA AAAA-MM-DD,
      * IMPORTE SIGNED (CREDITS POSITIVE, DEBITS NEGATIVE). CLIENTS
      * ARE ASKED TO QUOTE THEIR CLIENT NUMBER AS THE REFERENCE; ONLY
      * ITS DIGITS ARE USED, SO 'CLI-00012' AND '12' BOTH MATCH
      * CLIENT 12.
       FD  EXTRACTO.
           01  FD-EXT-REC          PIC X(100).
      * CREDITS NOT YET MATCHED TO A CLIENT, SAME LAYOUT AS THE
      * STATEMENT - RETRIED EVERY RUN, AND COLLECTIONS MAY CORRECT
      * THE REFERENCE OF A LINE HERE TO THE RIGHT CLIENT NUMBER SO
      * THE NEXT RUN APPLIES IT. REWRITTEN IN FULL EVERY RUN.
       FD  PENDIENTES.
           01  FD-PEN-REC          PIC X(100).
       FD  PENDIENTES-NUEVO.
           01  FD-PENN-REC         PIC X(100).
      * EVERY STATEMENT LINE EVER TAKEN IN, AS RECEIVED - A STATEMENT
      * LOADED TWICE MUST NOT PAY ANY CLIENT TWICE. APPENDED ONLY.
       FD  IMPORTADOS.
           01  FD-IMP-REC          PIC X(100).
      * MATCHED CREDITS AS 'P' DET LINES (WS-VENTA LAYOUT, PSEUDO-SKU
      * 'PAGO', THE SAME SHAPE RECIBIR-VENTAS GIVES A TILL PAYMENT).
      * APPENDED HERE; CUENTAS-COBRAR POSTS THEM THROUGH APLICAR-ABONO
      * ON ITS NEXT RUN AND THEN MOVES THEM TO
      * PAGOS-BANCO-APLICADOS.txt.
       FD  PAGOS.
           01  FD-PAG-REC          PIC X(188).
      * UNAPPLIED-CASH REPORT FOR COLLECTIONS - EVERY CREDIT STILL IN
      * BANCO-PENDIENTE.txt, WHY IT DID NOT MATCH AND HOW OLD IT IS.
       FD  NO-APLICADO.
           01  FD-NOA-REC          PIC X(132).
      * THE RECEIVABLE (SEE CUENTAS-COBRAR) - ONLY EACH CLIENT'S
      * TOTAL OPEN BALANCE IS USED, FOR THE EXACT-AMOUNT MATCH.
       FD  CARTERA.
           01  FD-CAR-REC          PIC X(80).
      * CLIENT MASTER - CONFIRMS A REFERENCE NAMES A REAL CLIENT AND
      * FOLLOWS A MERGED DUPLICATE TO ITS SURVIVOR.
       FD  CLIENTES.
           COPY WS-CLIENTES-IDX.

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-EXT-STATUS           PIC XX VALUE '00'.
       01  WS-PEN-STATUS           PIC XX VALUE '00'.
       01  WS-IMP-STATUS           PIC XX VALUE '00'.
       01  WS-PAG-STATUS           PIC XX VALUE '00'.
       01  WS-CAR-STATUS           PIC XX VALUE '00'.
       01  WS-CLI-STATUS           PIC XX VALUE '00'.
       01  WS-CLI-CARGADOS         PIC X(01) VALUE 'N'.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-K                    PIC 9(03) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-HOY-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-DIAS                 PIC S9(07) VALUE ZEROS.
      *PER CLIENT: ON THE MASTER, MERGED INTO WHOM, NAME, AND THE
      *OPEN BALANCE STILL TO BE PAID - REDUCED AS THIS RUN MATCHES
      *CREDITS SO TWO TRANSFERS CANNOT BOTH CLAIM THE SAME BALANCE.
       01  BCO-TAB.
           05  BCO-FILA OCCURS 2000 TIMES.
               10  BCO-EXISTE      PIC X(01) VALUE 'N'.
               10  BCO-FUSION-EN   PIC 9(05) VALUE ZEROS.
               10  BCO-NOMBRE      PIC X(50) VALUE SPACES.
               10  BCO-SALDO       PIC S9(13)V99 VALUE ZEROS.
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
      *STATEMENT LINES ALREADY IMPORTED.
       01  IMP-TAB.
           05  IMP-LINEA OCCURS 9999 TIMES PIC X(100).
       01  WS-IMP-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-IMP-LLENA-AVISADA    PIC X(01) VALUE 'N'.
       01  WS-YA-IMPORTADA         PIC X(01) VALUE 'N'.
      *CREDITS STILL UNMATCHED AT THE END OF THE RUN.
       01  PEN-TAB.
           05  PEN-FILA OCCURS 2000 TIMES.
               10  PEN-LINEA       PIC X(100).
               10  PEN-MOTIVO      PIC X(30).
       01  WS-PEN-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-PEN-DESBORDE         PIC X(01) VALUE 'N'.
      *THE MOVEMENT IN HAND.
       01  WS-MOV-LINEA            PIC X(100).
       01  WS-MOV-FECHA            PIC X(10).
       01  WS-MOV-REFERENCIA       PIC X(20).
       01  WS-MOV-DESCRIPCION      PIC X(40).
       01  WS-MOV-IMPORTE-TXT      PIC X(20).
       01  WS-MOV-IMPORTE          PIC S9(11)V99 VALUE ZEROS.
       01  WS-MOV-VALIDO           PIC X(01) VALUE 'S'.
       01  WS-REF-DIGITOS          PIC X(20).
       01  WS-REF-LARGO            PIC 9(02) VALUE ZEROS.
       01  WS-REF-CLIENTE          PIC 9(05) VALUE ZEROS.
       01  WS-CLIENTE-PAGO         PIC 9(05) VALUE ZEROS.
       01  WS-COINCIDENCIAS        PIC 9(04) VALUE ZEROS.
       01  WS-MOTIVO               PIC X(30).
      *COUNTERS.
       01  WS-LEIDOS               PIC 9(07) VALUE ZEROS.
       01  WS-DUPLICADOS           PIC 9(07) VALUE ZEROS.
       01  WS-DEBITOS              PIC 9(07) VALUE ZEROS.
       01  WS-POR-REFERENCIA       PIC 9(07) VALUE ZEROS.
       01  WS-POR-IMPORTE          PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-APLICADO       PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-PENDIENTE      PIC 9(13)V99 VALUE ZEROS.
      *PAYMENT LINES GET THEIR OWN RUN ID, 'BCO-' PLUS THE RUN'S
      *MINUTE, SO THEIR SERIALS NEVER COLLIDE WITH A TILL RUN.
       01  WS-TRANS-SEQ            PIC 9(07) VALUE ZEROS.
       01  WS-RUN-BANCO            PIC X(16).
       01  NOA-TITULO.
           05  FILLER              PIC X(36) VALUE
               'PAGOS BANCARIOS NO APLICADOS - AL: '.
           05  NOA-TIT-FECHA       PIC X(10).
       01  NOA-ENCABEZADO.
           05  FILLER              PIC X(11) VALUE 'FECHA      '.
           05  FILLER              PIC X(21) VALUE
               'REFERENCIA           '.
           05  FILLER              PIC X(41) VALUE
               'DESCRIPCION'.
           05  FILLER              PIC X(16) VALUE
               '         IMPORTE'.
           05  FILLER              PIC X(06) VALUE '  DIAS'.
           05  FILLER              PIC X(07) VALUE ' MOTIVO'.
       01  NOA-DETALLE.
           05  NOA-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  NOA-REFERENCIA      PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  NOA-DESCRIPCION     PIC X(40).
           05  FILLER              PIC X(01) VALUE ' '.
           05  NOA-IMPORTE         PIC Z(11)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  NOA-DIAS            PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  NOA-MOTIVO          PIC X(30).
       01  NOA-TOTAL.
           05  FILLER              PIC X(26) VALUE
               'TOTAL SIN APLICAR:        '.
           05  NOA-TOT-LINEAS      PIC Z(06)9.
           05  FILLER              PIC X(13) VALUE ' MOVIMIENTOS '.
           05  NOA-TOT-IMPORTE     PIC Z(12)9.99.

       COPY WS-VENTA.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       MOVE WS-CURRENT-DATE (1:8) TO WS-HOY-NUM
       STRING 'BCO-' WS-CURRENT-DATE (1:12) DELIMITED BY SIZE
           INTO WS-RUN-BANCO
       PERFORM CARGAR-CLIENTES
       PERFORM CARGAR-CARTERA
       PERFORM CARGAR-IMPORTADOS
       OPEN EXTEND PAGOS
       IF WS-PAG-STATUS = '35'
           OPEN OUTPUT PAGOS
       END-IF
      *OLDEST FIRST: WHAT WAS LEFT UNMATCHED LAST TIME, THEN TODAY'S
      *STATEMENT.
       PERFORM REINTENTAR-PENDIENTES
       PERFORM LEER-EXTRACTO
       CLOSE PAGOS
       PERFORM GRABAR-PENDIENTES
       PERFORM ESCRIBIR-NO-APLICADO
       DISPLAY "BANCO: " WS-LEIDOS " MOVIMIENTOS NUEVOS, "
           WS-DUPLICADOS " YA IMPORTADOS, " WS-DEBITOS " DEBITOS"
       DISPLAY "PAGOS APLICADOS: " WS-POR-REFERENCIA
           " POR REFERENCIA, " WS-POR-IMPORTE " POR IMPORTE - EN "
           "PAGOS-BANCO.txt PARA CUENTAS-COBRAR"
       MOVE WS-TOTAL-APLICADO TO NOA-TOT-IMPORTE
       DISPLAY "TOTAL APLICADO: " NOA-TOT-IMPORTE
       IF WS-PEN-USADAS > 0
           DISPLAY "AVISO: " WS-PEN-USADAS " CREDITOS SIN APLICAR - "
               "VER NO-APLICADO-BANCO.txt"
           MOVE 4 TO RETURN-CODE
       END-IF
       IF WS-PEN-DESBORDE = 'S'
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

       CARGAR-CLIENTES.
       OPEN INPUT CLIENTES
       IF WS-CLI-STATUS = '00'
           MOVE 'S' TO WS-CLI-CARGADOS
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS > CLI-ID
           IF WS-CLI-STATUS = '00'
               PERFORM UNTIL EOF = 1
                   READ CLIENTES NEXT RECORD
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF CLI-ID >= 1 AND CLI-ID <= 2000
                               MOVE 'S' TO BCO-EXISTE (CLI-ID)
                               MOVE CLI-FUSION-EN TO
                                   BCO-FUSION-EN (CLI-ID)
                               MOVE CLI-NOMBRE TO BCO-NOMBRE (CLI-ID)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CLIENTES
       END-IF
       MOVE 0 TO EOF.

      *NO AGING NEEDED HERE - THE MATCH IS ON THE TOTAL OWED. WITHOUT
      *A CLIENT MASTER, A CLIENT WITH A CARTERA LINE COUNTS AS KNOWN.
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
                           COMPUTE BCO-SALDO (CTL-CLIENTE) = CTL-B1
                               + CTL-B2 + CTL-B3 + CTL-B4
                           IF WS-CLI-CARGADOS = 'N'
                               MOVE 'S' TO BCO-EXISTE (CTL-CLIENTE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARTERA
       END-IF
       MOVE 0 TO EOF.

       CARGAR-IMPORTADOS.
       OPEN INPUT IMPORTADOS
       IF WS-IMP-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ IMPORTADOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-IMP-USADAS < 9999
                           ADD 1 TO WS-IMP-USADAS
                           MOVE FD-IMP-REC TO IMP-LINEA (WS-IMP-USADAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPORTADOS
       END-IF
       MOVE 0 TO EOF.

       REINTENTAR-PENDIENTES.
       OPEN INPUT PENDIENTES
       IF WS-PEN-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ PENDIENTES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-PEN-REC NOT = SPACES
                           MOVE FD-PEN-REC TO WS-MOV-LINEA
                           PERFORM PROCESAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDIENTES
       END-IF
       MOVE 0 TO EOF.

      *A STATEMENT LINE ALREADY IN BANCO-IMPORTADOS.txt IS A RELOAD
      *AND IS SKIPPED; A NEW ONE IS RECORDED THERE BEFORE IT IS
      *WORKED, MATCHED OR NOT.
       LEER-EXTRACTO.
       OPEN INPUT EXTRACTO
       IF WS-EXT-STATUS NOT = '00'
           DISPLAY "AVISO: EXTRACTO-BANCO.txt NO DISPONIBLE - SOLO SE "
               "REINTENTAN LOS PENDIENTES"
       ELSE
           OPEN EXTEND IMPORTADOS
           IF WS-IMP-STATUS = '35'
               OPEN OUTPUT IMPORTADOS
           END-IF
           PERFORM UNTIL EOF = 1
               READ EXTRACTO
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-EXT-REC NOT = SPACES
                           PERFORM VERIFICAR-IMPORTADA
                           IF WS-YA-IMPORTADA = 'S'
                               ADD 1 TO WS-DUPLICADOS
                           ELSE
                               ADD 1 TO WS-LEIDOS
                               MOVE FD-EXT-REC TO FD-IMP-REC
                               WRITE FD-IMP-REC
                               MOVE FD-EXT-REC TO WS-MOV-LINEA
                               PERFORM PROCESAR-MOVIMIENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPORTADOS
           CLOSE EXTRACTO
       END-IF
       MOVE 0 TO EOF.

       VERIFICAR-IMPORTADA.
       MOVE 'N' TO WS-YA-IMPORTADA
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-IMP-USADAS OR WS-YA-IMPORTADA = 'S'
           IF IMP-LINEA (WS-I) = FD-EXT-REC
               MOVE 'S' TO WS-YA-IMPORTADA
           END-IF
       END-PERFORM
       IF WS-YA-IMPORTADA = 'N'
           IF WS-IMP-USADAS < 9999
               ADD 1 TO WS-IMP-USADAS
               MOVE FD-EXT-REC TO IMP-LINEA (WS-IMP-USADAS)
           ELSE
               IF WS-IMP-LLENA-AVISADA = 'N'
                   DISPLAY "ADVERTENCIA: HISTORIAL BANCARIO LLENO "
                       "(LIMITE 9999) - SIN CONTROL DE REIMPORTACION "
                       "PARA LOS MOVIMIENTOS RESTANTES"
                   MOVE 'S' TO WS-IMP-LLENA-AVISADA
               END-IF
           END-IF
       END-IF.

      *DEBITS ARE NOT OUR BUSINESS HERE. A CREDIT IS MATCHED BY ITS
      *REFERENCE FIRST; FAILING THAT, BY AN AMOUNT EQUAL TO EXACTLY
      *ONE CLIENT'S OPEN BALANCE. WHATEVER IS LEFT STAYS PENDING.
       PROCESAR-MOVIMIENTO.
       PERFORM PARSEAR-MOVIMIENTO
       IF WS-MOV-VALIDO = 'N'
           PERFORM DEJAR-PENDIENTE
       ELSE
           IF WS-MOV-IMPORTE <= 0
               ADD 1 TO WS-DEBITOS
           ELSE
               PERFORM BUSCAR-POR-REFERENCIA
               IF WS-CLIENTE-PAGO > 0
                   ADD 1 TO WS-POR-REFERENCIA
                   PERFORM EMITIR-PAGO
               ELSE
                   PERFORM BUSCAR-POR-IMPORTE
                   IF WS-CLIENTE-PAGO > 0
                       ADD 1 TO WS-POR-IMPORTE
                       PERFORM EMITIR-PAGO
                   ELSE
                       PERFORM DEJAR-PENDIENTE
                   END-IF
               END-IF
           END-IF
       END-IF.

       PARSEAR-MOVIMIENTO.
       MOVE 'S' TO WS-MOV-VALIDO
       MOVE SPACES TO WS-MOTIVO WS-MOV-FECHA WS-MOV-REFERENCIA
           WS-MOV-DESCRIPCION WS-MOV-IMPORTE-TXT
       MOVE 0 TO WS-MOV-IMPORTE
       UNSTRING WS-MOV-LINEA DELIMITED BY ','
           INTO WS-MOV-FECHA WS-MOV-REFERENCIA WS-MOV-DESCRIPCION
               WS-MOV-IMPORTE-TXT
       END-UNSTRING
       IF WS-MOV-FECHA (1:4) NOT NUMERIC
           OR WS-MOV-FECHA (5:1) NOT = '-'
           OR WS-MOV-FECHA (6:2) NOT NUMERIC
           OR WS-MOV-FECHA (8:1) NOT = '-'
           OR WS-MOV-FECHA (9:2) NOT NUMERIC
           MOVE 'FECHA ILEGIBLE' TO WS-MOTIVO
           MOVE 'N' TO WS-MOV-VALIDO
       ELSE
           IF WS-MOV-IMPORTE-TXT = SPACES
               OR FUNCTION TEST-NUMVAL (WS-MOV-IMPORTE-TXT) NOT = 0
               MOVE 'IMPORTE ILEGIBLE' TO WS-MOTIVO
               MOVE 'N' TO WS-MOV-VALIDO
           ELSE
               MOVE FUNCTION NUMVAL (WS-MOV-IMPORTE-TXT)
                   TO WS-MOV-IMPORTE
           END-IF
       END-IF.

      *THE DIGITS OF THE REFERENCE, READ AS A CLIENT NUMBER; A
      *MERGED DUPLICATE'S NUMBER PAYS ITS SURVIVOR.
       BUSCAR-POR-REFERENCIA.
       MOVE 0 TO WS-CLIENTE-PAGO
       MOVE SPACES TO WS-REF-DIGITOS
       MOVE 0 TO WS-REF-LARGO
       PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 20
           IF WS-MOV-REFERENCIA (WS-K:1) IS NUMERIC
               AND WS-REF-LARGO < 20
               ADD 1 TO WS-REF-LARGO
               MOVE WS-MOV-REFERENCIA (WS-K:1)
                   TO WS-REF-DIGITOS (WS-REF-LARGO:1)
           END-IF
       END-PERFORM
       IF WS-REF-LARGO > 0 AND WS-REF-LARGO <= 5
           MOVE FUNCTION NUMVAL (WS-REF-DIGITOS) TO WS-REF-CLIENTE
           IF WS-REF-CLIENTE >= 1 AND WS-REF-CLIENTE <= 2000
               IF BCO-EXISTE (WS-REF-CLIENTE) = 'S'
                   MOVE WS-REF-CLIENTE TO WS-CLIENTE-PAGO
                   IF BCO-FUSION-EN (WS-REF-CLIENTE) >= 1
                       AND BCO-FUSION-EN (WS-REF-CLIENTE) <= 2000
                       MOVE BCO-FUSION-EN (WS-REF-CLIENTE)
                           TO WS-CLIENTE-PAGO
                   END-IF
               END-IF
           END-IF
       END-IF.

       BUSCAR-POR-IMPORTE.
       MOVE 0 TO WS-CLIENTE-PAGO
       MOVE 0 TO WS-COINCIDENCIAS
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2000
           IF BCO-SALDO (WS-I) > 0
               AND BCO-SALDO (WS-I) = WS-MOV-IMPORTE
               ADD 1 TO WS-COINCIDENCIAS
               MOVE WS-I TO WS-CLIENTE-PAGO
           END-IF
       END-PERFORM
       EVALUATE WS-COINCIDENCIAS
           WHEN 0
               MOVE 'SIN CLIENTE NI SALDO IGUAL' TO WS-MOTIVO
           WHEN 1
               CONTINUE
           WHEN OTHER
               MOVE 0 TO WS-CLIENTE-PAGO
               MOVE 'IMPORTE IGUAL A VARIOS SALDOS' TO WS-MOTIVO
       END-EVALUATE.

      *A TILL-STYLE PAYMENT LINE: CANTIDAD 1, COSTO = THE AMOUNT,
      *PRODUCT 0 / 'PAGO', DATED ON THE STATEMENT DATE.
       EMITIR-PAGO.
       MOVE SPACES TO WS-VENTA
       MOVE 'DET' TO REG-TIPO
       MOVE 'P' TO TIPO-TRANSACCION
       MOVE WS-CLIENTE-PAGO TO CLIENTE-ID
       IF BCO-NOMBRE (WS-CLIENTE-PAGO) NOT = SPACES
           MOVE BCO-NOMBRE (WS-CLIENTE-PAGO) TO CLIENTE-NOMBRE
       ELSE
           MOVE 'PAGO BANCARIO' TO CLIENTE-NOMBRE
       END-IF
       MOVE 0 TO PRODUCTO-ID
       MOVE 'PAGO' TO PRODUCTO-SKU
       MOVE 'PAGO BANCARIO' TO PRODUCTO-NOMBRE
       MOVE SPACES TO PRODUCTO-CATEGORIA
       MOVE WS-MOV-IMPORTE TO COSTO
       MOVE 1 TO CANTIDAD-VENDIDA
       MOVE WS-MOV-FECHA TO FECHA-VENTA
       MOVE 1 TO SUCURSAL
       MOVE WS-RUN-BANCO TO TRANS-RUN
       MOVE '-' TO TRANSACCION-ID (17:1)
       ADD 1 TO WS-TRANS-SEQ
       MOVE WS-TRANS-SEQ TO TRANS-SEQ
       MOVE ZEROS TO DESCUENTO-PCT
       MOVE 'BANCO' TO CAJERO
       MOVE '|' TO WS-VENTA (188:1)
       MOVE WS-VENTA TO FD-PAG-REC
       WRITE FD-PAG-REC
       SUBTRACT WS-MOV-IMPORTE FROM BCO-SALDO (WS-CLIENTE-PAGO)
       ADD WS-MOV-IMPORTE TO WS-TOTAL-APLICADO.

       DEJAR-PENDIENTE.
       IF WS-PEN-USADAS < 2000
           ADD 1 TO WS-PEN-USADAS
           MOVE WS-MOV-LINEA TO PEN-LINEA (WS-PEN-USADAS)
           MOVE WS-MOTIVO TO PEN-MOTIVO (WS-PEN-USADAS)
       ELSE
           DISPLAY "ERROR: MAS DE 2000 CREDITOS SIN APLICAR - "
               "LINEA NO CONSERVADA: " WS-MOV-LINEA
           MOVE 'S' TO WS-PEN-DESBORDE
       END-IF.

       GRABAR-PENDIENTES.
       OPEN OUTPUT PENDIENTES-NUEVO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PEN-USADAS
           MOVE PEN-LINEA (WS-I) TO FD-PENN-REC
           WRITE FD-PENN-REC
       END-PERFORM
       CLOSE PENDIENTES-NUEVO
       CALL "SYSTEM" USING
           "mv -f BANCO-PENDIENTE.NUEVO.txt BANCO-PENDIENTE.txt"
       MOVE 0 TO RETURN-CODE.

       ESCRIBIR-NO-APLICADO.
       OPEN OUTPUT NO-APLICADO
       MOVE WS-HOY TO NOA-TIT-FECHA
       WRITE FD-NOA-REC FROM NOA-TITULO
       WRITE FD-NOA-REC FROM NOA-ENCABEZADO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PEN-USADAS
           MOVE PEN-LINEA (WS-I) TO WS-MOV-LINEA
           PERFORM PARSEAR-MOVIMIENTO
           MOVE WS-MOV-FECHA TO NOA-FECHA
           MOVE WS-MOV-REFERENCIA TO NOA-REFERENCIA
           MOVE WS-MOV-DESCRIPCION TO NOA-DESCRIPCION
           MOVE WS-MOV-IMPORTE TO NOA-IMPORTE
           MOVE 0 TO NOA-DIAS
           IF WS-MOV-VALIDO = 'S'
               ADD WS-MOV-IMPORTE TO WS-TOTAL-PENDIENTE
               MOVE ZEROS TO WS-FECHA-NUM
               MOVE WS-MOV-FECHA (1:4) TO WS-FECHA-NUM (1:4)
               MOVE WS-MOV-FECHA (6:2) TO WS-FECHA-NUM (5:2)
               MOVE WS-MOV-FECHA (9:2) TO WS-FECHA-NUM (7:2)
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WS-HOY-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
               IF WS-DIAS > 0
                   MOVE WS-DIAS TO NOA-DIAS
               END-IF
           END-IF
           MOVE PEN-MOTIVO (WS-I) TO NOA-MOTIVO
           WRITE FD-NOA-REC FROM NOA-DETALLE
       END-PERFORM
       MOVE WS-PEN-USADAS TO NOA-TOT-LINEAS
       MOVE WS-TOTAL-PENDIENTE TO NOA-TOT-IMPORTE
       WRITE FD-NOA-REC FROM NOA-TOTAL
       CLOSE NO-APLICADO.
