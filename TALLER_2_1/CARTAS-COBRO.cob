       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS-COBRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CARTERA ASSIGN TO 'CARTERA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAR-STATUS.
       SELECT CLIENTES ASSIGN TO 'CLIENTES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS WS-CLI-STATUS.
       SELECT HISTORIAL ASSIGN TO 'CARTAS-ENVIADAS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIS-STATUS.
       SELECT CARTAS ASSIGN TO 'CARTAS-COBRO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LIMITES ASSIGN TO 'LIMITES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * PER-CLIENT RECEIVABLE AS CUENTAS-COBRAR LEFT IT (SEE THAT
      * PROGRAM FOR THE LAYOUT) - AGED FORWARD TO TODAY ON LOAD THE
      * SAME WAY, SO A LETTER RUN BETWEEN POSTINGS STILL SEES THE
      * RIGHT BUCKETS.
       FD  CARTERA.
           01  FD-CAR-REC          PIC X(80).
      * CLIENT MASTER - NAME, ADDRESS, PHONE AND EMAIL FOR THE LETTER
      * HEADING.
       FD  CLIENTES.
           COPY WS-CLIENTES-IDX.
      * LETTER HISTORY, ONE LINE PER LETTER ISSUED:
      * CLIENTE,NIVEL,FECHA,VENCIDO. APPENDED HERE, NEVER REWRITTEN -
      * IT IS BOTH THE COLLECTIONS TRAIL AND WHAT STOPS THE SAME
      * LEVEL GOING TO THE SAME CLIENT TWICE IN A SHORT SPAN.
       FD  HISTORIAL.
           01  FD-HIS-REC          PIC X(60).
      * SPOOLED PRINT FILE - ONE PAGINATED LETTER PER OVERDUE CLIENT,
      * SAME 132-COLUMN FORM AS ESTADOS-CUENTA.txt.
       FD  CARTAS.
           01  FD-CARTA-REC        PIC X(132).
      * CLAVE,VALOR THRESHOLDS (SEE LIMITES-WS.cpy) - ONLY
      * DIAS-REENVIO-CARTA IS READ HERE.
       FD  LIMITES.
           01  FD-LIM-REC          PIC X(40).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-CAR-STATUS           PIC XX VALUE '00'.
       01  WS-CLI-STATUS           PIC XX VALUE '00'.
       01  WS-HIS-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-STATUS           PIC XX VALUE '00'.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(02) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-HOY-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-ASOF-NUM             PIC 9(08) VALUE ZEROS.
       01  WS-DIAS                 PIC S9(07) VALUE ZEROS.
       01  WS-CORRIMIENTOS         PIC 9(02) VALUE ZEROS.
      *DAYS THAT MUST PASS BEFORE A CLIENT CAN GET THE SAME LEVEL OF
      *LETTER AGAIN. ABSENT LIMITES.txt OR ABSENT CLAVE MEANS 30, ONE
      *AGING BUCKET.
       01  LIM-DIAS-REENVIO        PIC 9(05) VALUE 30.
       01  WS-LIM-CLAVE            PIC X(20).
       01  WS-LIM-VALOR            PIC X(15).
       01  WS-LIM-EOF              PIC 9 VALUE 0.
      *ONE ROW PER CLIENTE-ID: THE FOUR BUCKETS AGED TO TODAY, THE
      *CONTACT DETAILS, AND THE LAST DATE EACH LETTER LEVEL WENT OUT.
       01  COB-TAB.
           05  COB-FILA OCCURS 2000 TIMES.
               10  COB-B1          PIC S9(11)V99 VALUE ZEROS.
               10  COB-B2          PIC S9(11)V99 VALUE ZEROS.
               10  COB-B3          PIC S9(11)V99 VALUE ZEROS.
               10  COB-B4          PIC S9(11)V99 VALUE ZEROS.
               10  COB-FUSION-EN   PIC 9(05) VALUE ZEROS.
               10  COB-NOMBRE      PIC X(50) VALUE SPACES.
               10  COB-DIRECCION   PIC X(60) VALUE SPACES.
               10  COB-TELEFONO    PIC X(15) VALUE SPACES.
               10  COB-EMAIL       PIC X(40) VALUE SPACES.
               10  COB-ULTIMA-CARTA PIC 9(08) OCCURS 3 TIMES.
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
      *HISTORY LINE FIELDS.
       01  WS-HIS-CLIENTE-TXT      PIC X(10).
       01  WS-HIS-NIVEL-TXT        PIC X(05).
       01  WS-HIS-FECHA            PIC X(10).
       01  WS-HIS-CLIENTE          PIC 9(05) VALUE ZEROS.
       01  WS-HIS-NIVEL            PIC 9(01) VALUE ZEROS.
       01  WS-HIS-FECHA-NUM        PIC 9(08) VALUE ZEROS.
       01  WS-VENCIDO-ED           PIC 9(11).99.
      *THE LETTER IN HAND.
       01  WS-NIVEL                PIC 9(01) VALUE ZEROS.
       01  WS-VENCIDO              PIC S9(13)V99 VALUE ZEROS.
       01  WS-SALDO                PIC S9(13)V99 VALUE ZEROS.
       01  WS-CLIENTE-ACTUAL       PIC 9(05) VALUE ZEROS.
       01  WS-CARTAS-NIVEL         PIC 9(05) OCCURS 3 TIMES.
       01  WS-CARTAS-EMITIDAS      PIC 9(05) VALUE ZEROS.
       01  WS-OMITIDAS-RECIENTES   PIC 9(05) VALUE ZEROS.
       01  WS-SIN-DIRECCION        PIC 9(05) VALUE ZEROS.
      *55 PRINT LINES PER PAGE AS IN ESTADO-CUENTA - A LETTER THAT
      *RUNS OVER REOPENS THE HEADING MARKED CONTINUACION.
       01  WS-LINEAS-PAGINA        PIC 9(02) VALUE ZEROS.
       01  WS-MAX-LINEAS           PIC 9(02) VALUE 55.
       01  WS-PAGINA               PIC 9(04) VALUE ZEROS.
       01  WS-LINEA-CARTA          PIC X(132).
       01  ENCABEZADO-LINEA.
           05  FILLER              PIC X(18) VALUE
               'CARTA DE COBRO    '.
           05  ENC-CLIENTE-ID      PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-NOMBRE          PIC X(50).
           05  FILLER              PIC X(07) VALUE ' FECHA:'.
           05  ENC-FECHA           PIC X(10).
           05  FILLER              PIC X(05) VALUE ' PAG:'.
           05  ENC-PAGINA          PIC Z(03)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-CONT            PIC X(14).
       01  DIRECCION-LINEA.
           05  FILLER              PIC X(11) VALUE 'DIRECCION: '.
           05  DIR-DIR             PIC X(60).
           05  FILLER              PIC X(06) VALUE ' TEL: '.
           05  DIR-TEL             PIC X(15).
       01  EMAIL-LINEA.
           05  FILLER              PIC X(11) VALUE 'EMAIL:     '.
           05  EML-EMAIL           PIC X(40).
       01  SALUDO-LINEA.
           05  FILLER              PIC X(18) VALUE
               'ESTIMADO CLIENTE: '.
           05  SAL-NOMBRE          PIC X(50).
       01  ANTIGUEDAD-LINEA.
           05  FILLER              PIC X(17) VALUE
               '   31-60 DIAS:   '.
           05  ANT-B2              PIC -(10)9.99.
           05  FILLER              PIC X(17) VALUE
               '   61-90 DIAS:   '.
           05  ANT-B3              PIC -(10)9.99.
           05  FILLER              PIC X(17) VALUE
               '   MAS DE 90:    '.
           05  ANT-B4              PIC -(10)9.99.
       01  VENCIDO-LINEA.
           05  FILLER              PIC X(17) VALUE
               '   TOTAL VENCIDO:'.
           05  VEN-VENCIDO         PIC -(10)9.99.
           05  FILLER              PIC X(17) VALUE
               '   SALDO TOTAL:  '.
           05  VEN-SALDO           PIC -(10)9.99.
      *THE WORDING STEPS UP WITH THE OLDEST OVERDUE BUCKET: A
      *FRIENDLY REMINDER PAST 30 DAYS, A FIRM NOTICE PAST 60, A FINAL
      *DEMAND PAST 90. FIVE BODY LINES PER LEVEL.
       01  TITULOS-NIVEL.
           05  FILLER              PIC X(30) VALUE
               'RECORDATORIO DE PAGO'.
           05  FILLER              PIC X(30) VALUE
               'AVISO DE COBRO'.
           05  FILLER              PIC X(30) VALUE
               'REQUERIMIENTO FINAL DE PAGO'.
       01  TITULOS-TAB REDEFINES TITULOS-NIVEL.
           05  TIT-NIVEL           PIC X(30) OCCURS 3 TIMES.
       01  TEXTOS-NIVEL.
           05  FILLER              PIC X(60) VALUE
               'LE RECORDAMOS AMABLEMENTE QUE SU CUENTA PRESENTA UN'.
           05  FILLER              PIC X(60) VALUE
               'SALDO CON MAS DE 30 DIAS DE VENCIDO.'.
           05  FILLER              PIC X(60) VALUE
               'SI YA REALIZO EL PAGO, POR FAVOR IGNORE ESTE AVISO;'.
           05  FILLER              PIC X(60) VALUE
               'DE LO CONTRARIO LE AGRADECEMOS PONERSE AL DIA A LA'.
           05  FILLER              PIC X(60) VALUE
               'MAYOR BREVEDAD.'.
           05  FILLER              PIC X(60) VALUE
               'PESE A NUESTRO RECORDATORIO, SU CUENTA PRESENTA UN'.
           05  FILLER              PIC X(60) VALUE
               'SALDO CON MAS DE 60 DIAS DE VENCIDO.'.
           05  FILLER              PIC X(60) VALUE
               'LE SOLICITAMOS CANCELAR EL SALDO VENCIDO DENTRO DE'.
           05  FILLER              PIC X(60) VALUE
               'LOS PROXIMOS 10 DIAS O CONTACTAR A NUESTRO'.
           05  FILLER              PIC X(60) VALUE
               'DEPARTAMENTO DE CARTERA PARA ACORDAR UN PLAN DE PAGO.'.
           05  FILLER              PIC X(60) VALUE
               'SU CUENTA PRESENTA UN SALDO CON MAS DE 90 DIAS DE'.
           05  FILLER              PIC X(60) VALUE
               'VENCIDO Y NO HEMOS RECIBIDO RESPUESTA A LOS AVISOS.'.
           05  FILLER              PIC X(60) VALUE
               'DE NO RECIBIR EL PAGO TOTAL DENTRO DE LOS PROXIMOS'.
           05  FILLER              PIC X(60) VALUE
               '5 DIAS, SU CREDITO SERA SUSPENDIDO Y LA CUENTA'.
           05  FILLER              PIC X(60) VALUE
               'PASARA A COBRO JURIDICO.'.
       01  TEXTOS-TAB REDEFINES TEXTOS-NIVEL.
           05  TXT-NIVEL OCCURS 3 TIMES.
               10  TXT-LINEA       PIC X(60) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       MOVE WS-CURRENT-DATE (1:8) TO WS-HOY-NUM
       INITIALIZE COB-TAB
       MOVE ZEROS TO WS-CARTAS-NIVEL (1) WS-CARTAS-NIVEL (2)
           WS-CARTAS-NIVEL (3)
       PERFORM CARGAR-LIMITES-COBRO
       OPEN INPUT CARTERA
       IF WS-CAR-STATUS NOT = '00'
           DISPLAY "CARTERA.txt NO DISPONIBLE - EJECUTE "
               "CUENTAS-COBRAR PRIMERO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-CARTERA
       PERFORM CARGAR-CLIENTES
       PERFORM CARGAR-HISTORIAL
       OPEN OUTPUT CARTAS
       OPEN EXTEND HISTORIAL
       IF WS-HIS-STATUS = '35'
           OPEN OUTPUT HISTORIAL
       END-IF
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2000
           PERFORM EVALUAR-CLIENTE
       END-PERFORM
       CLOSE HISTORIAL
       CLOSE CARTAS
       DISPLAY "CARTAS DE COBRO: " WS-CARTAS-EMITIDAS
           " EMITIDAS EN CARTAS-COBRO.txt (RECORDATORIO "
           WS-CARTAS-NIVEL (1) ", AVISO " WS-CARTAS-NIVEL (2)
           ", FINAL " WS-CARTAS-NIVEL (3) ")"
       IF WS-OMITIDAS-RECIENTES > 0
           DISPLAY "AVISO: " WS-OMITIDAS-RECIENTES " CLIENTES YA "
               "RECIBIERON ESE NIVEL EN LOS ULTIMOS "
               LIM-DIAS-REENVIO " DIAS - SIN CARTA"
       END-IF
       IF WS-SIN-DIRECCION > 0
           DISPLAY "ADVERTENCIA: " WS-SIN-DIRECCION " CARTAS SIN "
               "DIRECCION EN CLIENTES.dat - COMPLETE LA FICHA ANTES "
               "DE ENVIAR"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

       CARGAR-LIMITES-COBRO.
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
                           = 'DIAS-REENVIO-CARTA'
                           MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                               TO LIM-DIAS-REENVIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMITES
       END-IF
       MOVE 0 TO WS-LIM-EOF.

      *SAME LOAD AND AGING AS CUENTAS-COBRAR, INCLUDING THE RE-SEAT
      *OF LINES FROM THE THREE-DIGIT LAYOUT.
       CARGAR-CARTERA.
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
       MOVE 0 TO EOF.

       ENVEJECER-LINEA.
       MOVE CTL-B1 TO COB-B1 (CTL-CLIENTE)
       MOVE CTL-B2 TO COB-B2 (CTL-CLIENTE)
       MOVE CTL-B3 TO COB-B3 (CTL-CLIENTE)
       MOVE CTL-B4 TO COB-B4 (CTL-CLIENTE)
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
               ADD COB-B1 (CTL-CLIENTE) TO COB-B4 (CTL-CLIENTE)
               MOVE 0 TO COB-B1 (CTL-CLIENTE)
           END-IF
       END-IF
       PERFORM WS-CORRIMIENTOS TIMES
           ADD COB-B3 (CTL-CLIENTE) TO COB-B4 (CTL-CLIENTE)
           MOVE COB-B2 (CTL-CLIENTE) TO COB-B3 (CTL-CLIENTE)
           MOVE COB-B1 (CTL-CLIENTE) TO COB-B2 (CTL-CLIENTE)
           MOVE 0 TO COB-B1 (CTL-CLIENTE)
       END-PERFORM.

      *ABSENT MASTER MEANS LETTERS WITHOUT NAME OR ADDRESS - THEY
      *ARE STILL PRINTED (THE DEBT IS REAL) BUT COUNTED AS UNMAILABLE.
       CARGAR-CLIENTES.
       OPEN INPUT CLIENTES
       IF WS-CLI-STATUS = '00'
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS > CLI-ID
           IF WS-CLI-STATUS = '00'
               PERFORM UNTIL EOF = 1
                   READ CLIENTES NEXT RECORD
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF CLI-ID >= 1 AND CLI-ID <= 2000
                               MOVE CLI-FUSION-EN TO
                                   COB-FUSION-EN (CLI-ID)
                               MOVE CLI-NOMBRE TO COB-NOMBRE (CLI-ID)
                               MOVE CLI-DIRECCION TO
                                   COB-DIRECCION (CLI-ID)
                               MOVE CLI-TELEFONO TO
                                   COB-TELEFONO (CLI-ID)
                               MOVE CLI-EMAIL TO COB-EMAIL (CLI-ID)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CLIENTES
       END-IF
       MOVE 0 TO EOF.

      *ONLY THE LATEST DATE PER CLIENT AND LEVEL MATTERS.
       CARGAR-HISTORIAL.
       OPEN INPUT HISTORIAL
       IF WS-HIS-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ HISTORIAL
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       PERFORM CARGAR-HISTORIAL-LINEA
               END-READ
           END-PERFORM
           CLOSE HISTORIAL
       END-IF
       MOVE 0 TO EOF.

       CARGAR-HISTORIAL-LINEA.
       MOVE SPACES TO WS-HIS-CLIENTE-TXT WS-HIS-NIVEL-TXT
           WS-HIS-FECHA
       UNSTRING FD-HIS-REC DELIMITED BY ','
           INTO WS-HIS-CLIENTE-TXT WS-HIS-NIVEL-TXT WS-HIS-FECHA
       END-UNSTRING
       IF FUNCTION TEST-NUMVAL (WS-HIS-CLIENTE-TXT) = 0
           AND FUNCTION TEST-NUMVAL (WS-HIS-NIVEL-TXT) = 0
           AND WS-HIS-FECHA (1:4) NUMERIC
           AND WS-HIS-FECHA (6:2) NUMERIC
           AND WS-HIS-FECHA (9:2) NUMERIC
           MOVE FUNCTION NUMVAL (WS-HIS-CLIENTE-TXT)
               TO WS-HIS-CLIENTE
           MOVE FUNCTION NUMVAL (WS-HIS-NIVEL-TXT) TO WS-HIS-NIVEL
           MOVE ZEROS TO WS-HIS-FECHA-NUM
           MOVE WS-HIS-FECHA (1:4) TO WS-HIS-FECHA-NUM (1:4)
           MOVE WS-HIS-FECHA (6:2) TO WS-HIS-FECHA-NUM (5:2)
           MOVE WS-HIS-FECHA (9:2) TO WS-HIS-FECHA-NUM (7:2)
           IF WS-HIS-CLIENTE >= 1 AND WS-HIS-CLIENTE <= 2000
               AND WS-HIS-NIVEL >= 1 AND WS-HIS-NIVEL <= 3
               AND WS-HIS-FECHA-NUM >
                   COB-ULTIMA-CARTA (WS-HIS-CLIENTE, WS-HIS-NIVEL)
               MOVE WS-HIS-FECHA-NUM TO
                   COB-ULTIMA-CARTA (WS-HIS-CLIENTE, WS-HIS-NIVEL)
           END-IF
       END-IF.

      *THE LEVEL IS SET BY THE OLDEST BUCKET THAT STILL HOLDS DEBT;
      *NOTHING IS SENT FOR CURRENT-ONLY BALANCES, FOR A CLIENT WHOSE
      *NET BALANCE IS A CREDIT, OR FOR A MERGED DUPLICATE (ITS
      *SURVIVOR IS THE ONE CHASED).
       EVALUAR-CLIENTE.
       MOVE 0 TO WS-NIVEL
       COMPUTE WS-SALDO = COB-B1 (WS-I) + COB-B2 (WS-I)
           + COB-B3 (WS-I) + COB-B4 (WS-I)
       COMPUTE WS-VENCIDO = COB-B2 (WS-I) + COB-B3 (WS-I)
           + COB-B4 (WS-I)
       EVALUATE TRUE
           WHEN WS-SALDO <= 0 OR WS-VENCIDO <= 0
               CONTINUE
           WHEN COB-FUSION-EN (WS-I) > 0
               CONTINUE
           WHEN COB-B4 (WS-I) > 0
               MOVE 3 TO WS-NIVEL
           WHEN COB-B3 (WS-I) > 0
               MOVE 2 TO WS-NIVEL
           WHEN COB-B2 (WS-I) > 0
               MOVE 1 TO WS-NIVEL
       END-EVALUATE
       IF WS-NIVEL > 0
           IF COB-ULTIMA-CARTA (WS-I, WS-NIVEL) > 0
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WS-HOY-NUM)
                   - FUNCTION INTEGER-OF-DATE
                       (COB-ULTIMA-CARTA (WS-I, WS-NIVEL))
               IF WS-DIAS < LIM-DIAS-REENVIO
                   ADD 1 TO WS-OMITIDAS-RECIENTES
                   MOVE 0 TO WS-NIVEL
               END-IF
           END-IF
       END-IF
       IF WS-NIVEL > 0
           PERFORM EMITIR-CARTA
           PERFORM REGISTRAR-CARTA
       END-IF.

       EMITIR-CARTA.
       MOVE WS-I TO WS-CLIENTE-ACTUAL
       ADD 1 TO WS-CARTAS-EMITIDAS
       ADD 1 TO WS-CARTAS-NIVEL (WS-NIVEL)
       MOVE ZEROS TO WS-PAGINA
       MOVE SPACES TO ENC-CONT
       PERFORM ENCABEZADO-PAGINA
       MOVE SPACES TO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       MOVE SPACES TO WS-LINEA-CARTA
       STRING '*** ' FUNCTION TRIM (TIT-NIVEL (WS-NIVEL)) ' ***'
           DELIMITED BY SIZE INTO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       MOVE SPACES TO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       MOVE COB-NOMBRE (WS-I) TO SAL-NOMBRE
       MOVE SALUDO-LINEA TO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       MOVE SPACES TO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
           IF TXT-LINEA (WS-NIVEL, WS-J) NOT = SPACES
               MOVE TXT-LINEA (WS-NIVEL, WS-J) TO WS-LINEA-CARTA
               PERFORM ESCRIBIR-LINEA
           END-IF
       END-PERFORM
       MOVE SPACES TO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       MOVE COB-B2 (WS-I) TO ANT-B2
       MOVE COB-B3 (WS-I) TO ANT-B3
       MOVE COB-B4 (WS-I) TO ANT-B4
       MOVE ANTIGUEDAD-LINEA TO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       MOVE WS-VENCIDO TO VEN-VENCIDO
       MOVE WS-SALDO TO VEN-SALDO
       MOVE VENCIDO-LINEA TO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       MOVE SPACES TO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       MOVE 'ATENTAMENTE,' TO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       MOVE 'DEPARTAMENTO DE CARTERA' TO WS-LINEA-CARTA
       PERFORM ESCRIBIR-LINEA
       MOVE SPACES TO FD-CARTA-REC
       WRITE FD-CARTA-REC.

       ENCABEZADO-PAGINA.
       ADD 1 TO WS-PAGINA
       MOVE 0 TO WS-LINEAS-PAGINA
       MOVE WS-CLIENTE-ACTUAL TO ENC-CLIENTE-ID
       MOVE COB-NOMBRE (WS-CLIENTE-ACTUAL) TO ENC-NOMBRE
       MOVE WS-HOY TO ENC-FECHA
       MOVE WS-PAGINA TO ENC-PAGINA
       MOVE ENCABEZADO-LINEA TO FD-CARTA-REC
       WRITE FD-CARTA-REC
       IF COB-DIRECCION (WS-CLIENTE-ACTUAL) NOT = SPACES
           MOVE COB-DIRECCION (WS-CLIENTE-ACTUAL) TO DIR-DIR
           MOVE COB-TELEFONO (WS-CLIENTE-ACTUAL) TO DIR-TEL
           MOVE DIRECCION-LINEA TO FD-CARTA-REC
           WRITE FD-CARTA-REC
           ADD 1 TO WS-LINEAS-PAGINA
       ELSE
           IF WS-PAGINA = 1
               ADD 1 TO WS-SIN-DIRECCION
           END-IF
       END-IF
       IF COB-EMAIL (WS-CLIENTE-ACTUAL) NOT = SPACES
           MOVE COB-EMAIL (WS-CLIENTE-ACTUAL) TO EML-EMAIL
           MOVE EMAIL-LINEA TO FD-CARTA-REC
           WRITE FD-CARTA-REC
           ADD 1 TO WS-LINEAS-PAGINA
       END-IF
       MOVE '(CONTINUACION)' TO ENC-CONT.

       ESCRIBIR-LINEA.
       IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
           PERFORM ENCABEZADO-PAGINA
       END-IF
       MOVE WS-LINEA-CARTA TO FD-CARTA-REC
       WRITE FD-CARTA-REC
       ADD 1 TO WS-LINEAS-PAGINA.

       REGISTRAR-CARTA.
       MOVE WS-VENCIDO TO WS-VENCIDO-ED
       MOVE SPACES TO FD-HIS-REC
       STRING WS-CLIENTE-ACTUAL ',' WS-NIVEL ',' WS-HOY ','
           WS-VENCIDO-ED DELIMITED BY SIZE INTO FD-HIS-REC
       WRITE FD-HIS-REC
       MOVE WS-HOY-NUM TO COB-ULTIMA-CARTA (WS-I, WS-NIVEL).
