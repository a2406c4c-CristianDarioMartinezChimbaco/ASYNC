       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPCIONES-CAJEROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LEDGER ASSIGN TO 'VENTAS-YTD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT SUSPENSO ASSIGN TO 'SUSPENSO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUS-STATUS.
       SELECT HORARIO-POS ASSIGN TO 'HORARIO-POS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOR-STATUS.
       SELECT SUCURSALES ASSIGN TO 'sucursales.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUC-STATUS.
       SELECT LIMITES ASSIGN TO 'LIMITES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.
       SELECT ALERTAS ASSIGN TO 'ALERTAS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALR-STATUS.
       SELECT REPORTE ASSIGN TO 'EXCEPCIONES-CAJEROS.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * THE YEAR-TO-DATE LEDGER OF HDR/DET/TRL GROUPS - EVERY DET
      * LINE OF THE RANGE WITH A CASHIER COUNTS TOWARDS THAT
      * CASHIER'S SALES, REFUNDS AND HIGH-VALUE LINES.
       FD  LEDGER.
           01  FD-LEDGER-REC       PIC X(188).
      * REFUNDS LEER-DATOS4 DIVERTED FOR MANUAL REVIEW (NO MATCHING
      * PRIOR SALE) - MOTIVE PLUS THE RAW DET LINE.
       FD  SUSPENSO.
           01  SUSPENSO-REC.
               05  SUS-MOTIVO      PIC X(30).
               05  FILLER          PIC X(01).
               05  SUS-LINEA       PIC X(188).
      * TILL ACTIVITY TIMES APPENDED BY RECIBIR-VENTAS:
      * FECHA,HORA,SUCURSAL,CAJERO,TIPO.
       FD  HORARIO-POS.
           01  FD-HOR-REC          PIC X(40).
      * BRANCH MASTER - CODIGO,NOMBRE[,MONEDA[,ABRE,CIERRA]]. A
      * BRANCH WITHOUT HOURS HAS NO OUT-OF-HOURS CHECK.
       FD  SUCURSALES.
           01  SUCURSALES-REC      PIC X(50).
      * CLAVE,VALOR THRESHOLDS (SEE LIMITES-WS.cpy) - ONLY
      * MONTO-LINEA-ALTA AND FACTOR-EXC-CAJERO ARE READ HERE.
       FD  LIMITES.
           01  FD-LIM-REC          PIC X(40).
      * SHARED ALERT LOG PICKED UP BY THE ON-CALL DIGEST.
       FD  ALERTAS.
           01  FD-ALR-REC          PIC X(120).
      * ONE LINE PER CASHIER AND BRANCH, GROUPED BY BRANCH, EACH
      * BRANCH CLOSED BY ITS AVERAGE LINE.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-SUS-STATUS           PIC XX VALUE '00'.
       01  WS-HOR-STATUS           PIC XX VALUE '00'.
       01  WS-SUC-STATUS           PIC XX VALUE '00'.
      *LIMITES.txt: A LINE WORTH MONTO-LINEA-ALTA OR MORE IS A
      *HIGH-VALUE LINE (ZERO OR ABSENT - NONE COUNTED); A CASHIER IS
      *AN EXCEPTION ON A FIGURE ABOVE FACTOR-EXC-CAJERO TIMES THE
      *BRANCH AVERAGE FOR IT.
       01  LIM-MONTO-LINEA-ALTA    PIC 9(09)V99 VALUE ZEROS.
       01  LIM-FACTOR-EXC          PIC 9(03)V99 VALUE 2.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
       01  WS-SUC                  PIC 9(03) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-RUN-ID               PIC X(16).
      *"EXCEPCIONES-CAJEROS [DESDE [HASTA]]", DATES AAAA-MM-DD -
      *DEFAULT FROM THE FIRST OF THE CURRENT MONTH TO TODAY.
       01  WS-ARGUMENTOS           PIC X(40).
       01  WS-DESDE                PIC X(10).
       01  WS-HASTA                PIC X(10).
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-CAJERO               PIC X(10).
      *BRANCH HOURS AND PER-BRANCH SUMS FOR THE AVERAGES.
       01  SUC-TAB.
           05  SUC-FILA OCCURS 999 TIMES.
               10  SUC-ABRE        PIC X(05) VALUE SPACES.
               10  SUC-CIERRA      PIC X(05) VALUE SPACES.
               10  SUC-CAJEROS     PIC 9(05) VALUE ZEROS.
               10  SUC-SUM-PCT     PIC 9(09)V99 VALUE ZEROS.
               10  SUC-SUM-ALTAS   PIC 9(09) VALUE ZEROS.
               10  SUC-SUM-SUSP    PIC 9(09) VALUE ZEROS.
               10  SUC-SUM-FUERA   PIC 9(09) VALUE ZEROS.
               10  SUC-PROM-PCT    PIC 9(05)V99 VALUE ZEROS.
               10  SUC-PROM-ALTAS  PIC 9(07)V99 VALUE ZEROS.
               10  SUC-PROM-SUSP   PIC 9(07)V99 VALUE ZEROS.
               10  SUC-PROM-FUERA  PIC 9(07)V99 VALUE ZEROS.
       01  WS-SUC-COD-TXT          PIC X(05).
       01  WS-SUC-NOM-TXT          PIC X(40).
       01  WS-SUC-MON-TXT          PIC X(05).
       01  WS-SUC-ABRE-TXT         PIC X(10).
       01  WS-SUC-CIERRA-TXT       PIC X(10).
      *ONE ROW PER CASHIER AND BRANCH; FIRST-COME CLAIMS THE NEXT
      *FREE SLOT.
       01  PRF-TAB.
           05  PRF-FILA OCCURS 500 TIMES.
               10  PRF-CAJERO      PIC X(10).
               10  PRF-SUCURSAL    PIC 9(03).
               10  PRF-VENTAS      PIC 9(07) VALUE ZEROS.
               10  PRF-VENTAS-IMP  PIC 9(13)V99 VALUE ZEROS.
               10  PRF-REEMB       PIC 9(07) VALUE ZEROS.
               10  PRF-REEMB-IMP   PIC 9(13)V99 VALUE ZEROS.
               10  PRF-PCT-REEMB   PIC 9(05)V99 VALUE ZEROS.
               10  PRF-ALTAS       PIC 9(07) VALUE ZEROS.
               10  PRF-SUSP        PIC 9(07) VALUE ZEROS.
               10  PRF-SUSP-IMP    PIC 9(13)V99 VALUE ZEROS.
               10  PRF-FUERA       PIC 9(07) VALUE ZEROS.
               10  PRF-MARCAS      PIC X(24) VALUE SPACES.
       01  WS-PRF-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-PRF-LLENA-AVISADA    PIC X(01) VALUE 'N'.
      *THE ACTIVITY-TIME LINE IN HAND.
       01  WS-HOR-FECHA            PIC X(10).
       01  WS-HOR-HORA             PIC X(05).
       01  WS-HOR-SUC-TXT          PIC X(05).
       01  WS-HOR-CAJERO           PIC X(10).
       01  WS-HOR-TIPO             PIC X(01).
       01  WS-FUERA-HORARIO        PIC X(01) VALUE 'N'.
      *EXCEPTION TEST WORK FIELDS.
       01  WS-UMBRAL               PIC 9(09)V99 VALUE ZEROS.
       01  WS-PTR                  PIC 9(03) VALUE ZEROS.
       01  WS-EXCEPCIONES          PIC 9(05) VALUE ZEROS.
       01  RPT-TITULO.
           05  FILLER              PIC X(37) VALUE
               'EXCEPCIONES POR CAJERO - PERIODO DEL '.
           05  RPT-TIT-DESDE       PIC X(10).
           05  FILLER              PIC X(04) VALUE ' AL '.
           05  RPT-TIT-HASTA       PIC X(10).
       01  RPT-CRITERIO.
           05  FILLER              PIC X(38) VALUE
               'EXCEPCION: CIFRA MAYOR QUE PROMEDIO X '.
           05  RPT-CRI-FACTOR      PIC ZZ9.99.
           05  FILLER              PIC X(20) VALUE
               ' - LINEA ALTA DESDE '.
           05  RPT-CRI-MONTO       PIC Z(08)9.99.
       01  RPT-ENCABEZADO.
           05  FILLER              PIC X(40) VALUE
               'CAJERO     SUC   VENTAS      IMPORTE VEN'.
           05  FILLER              PIC X(40) VALUE
               'TAS  REEMB      IMPORTE REEMB  %REEMB   '.
           05  FILLER              PIC X(34) VALUE
               '  ALTAS  SUSPEN  FUERA-HORA MARCAS'.
       01  RPT-DETALLE.
           05  RPT-CAJERO          PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-VENTAS          PIC Z(07)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-VENTAS-IMP      PIC Z(15)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-REEMB           PIC Z(05)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-REEMB-IMP       PIC Z(14)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-PCT-REEMB       PIC Z(03)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-ALTAS           PIC Z(05)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-SUSP            PIC Z(03)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-FUERA           PIC Z(07)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-MARCAS          PIC X(24).

       COPY LIMITES-WS.
       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING 'CAJ-' WS-CURRENT-DATE (1:12) DELIMITED BY SIZE
           INTO WS-RUN-ID
       MOVE SPACES TO WS-DESDE WS-HASTA
       ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
       UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
           INTO WS-DESDE WS-HASTA
       END-UNSTRING
       IF WS-DESDE = SPACES
           STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2)
               '-01' DELIMITED BY SIZE INTO WS-DESDE
       END-IF
       IF WS-HASTA = SPACES
           STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
               WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HASTA
       END-IF
       IF WS-DESDE > WS-HASTA
           DISPLAY "ERROR: RANGO DE FECHAS INVALIDO: " WS-DESDE
               " A " WS-HASTA
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-LIMITES-CAJEROS
       PERFORM CARGAR-SUCURSALES
       PERFORM LEER-LEDGER
       PERFORM LEER-SUSPENSO
       PERFORM LEER-HORARIO-POS
       PERFORM CALCULAR-PROMEDIOS
       PERFORM MARCAR-EXCEPCIONES
       PERFORM ESCRIBIR-REPORTE
       DISPLAY "CAJEROS PERFILADOS: " WS-PRF-USADAS " DEL " WS-DESDE
           " AL " WS-HASTA " - EXCEPCIONES: " WS-EXCEPCIONES
       IF WS-EXCEPCIONES > 0
           DISPLAY "ATENCION: " WS-EXCEPCIONES " CAJEROS FUERA DE "
               "TOLERANCIA - VER EXCEPCIONES-CAJEROS.txt Y "
               "ALERTAS.txt (RC=4)"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

       CARGAR-LIMITES-CAJEROS.
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
                           WHEN 'MONTO-LINEA-ALTA'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-MONTO-LINEA-ALTA
                           WHEN 'FACTOR-EXC-CAJERO'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-FACTOR-EXC
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LIMITES
       END-IF
       MOVE 0 TO WS-LIM-EOF.

       CARGAR-SUCURSALES.
       OPEN INPUT SUCURSALES
       IF WS-SUC-STATUS = '35'
           DISPLAY "AVISO: sucursales.txt NO EXISTE - SIN CONTROL DE "
               "HORARIO"
       ELSE
           PERFORM UNTIL EOF = 1
               READ SUCURSALES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-SUC-COD-TXT WS-SUC-NOM-TXT
                           WS-SUC-MON-TXT WS-SUC-ABRE-TXT
                           WS-SUC-CIERRA-TXT
                       UNSTRING SUCURSALES-REC DELIMITED BY ','
                           INTO WS-SUC-COD-TXT WS-SUC-NOM-TXT
                               WS-SUC-MON-TXT WS-SUC-ABRE-TXT
                               WS-SUC-CIERRA-TXT
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL (WS-SUC-COD-TXT) TO WS-SUC
                       IF WS-SUC >= 1 AND WS-SUC <= 999
                           AND WS-SUC-ABRE-TXT (3:1) = ':'
                           AND WS-SUC-CIERRA-TXT (3:1) = ':'
                           MOVE WS-SUC-ABRE-TXT TO SUC-ABRE (WS-SUC)
                           MOVE WS-SUC-CIERRA-TXT TO
                               SUC-CIERRA (WS-SUC)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUCURSALES
       END-IF
       MOVE 0 TO EOF.

       LEER-LEDGER.
       OPEN INPUT LEDGER
       IF WS-LEDGER-STATUS NOT = '00'
           DISPLAY "ERROR: VENTAS-YTD.txt NO DISPONIBLE - SIN "
               "PERFIL DE CAJEROS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF = 1
           READ LEDGER
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   IF FD-LEDGER-REC (1:3) = 'DET'
                       MOVE FD-LEDGER-REC TO WS-VENTA-CRUDA
                       PERFORM AJUSTAR-VENTA
                       PERFORM PERFILAR-LINEA
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LEDGER
       MOVE 0 TO EOF.

      *PAYMENTS ON ACCOUNT ARE NOT SALES AND ARE LEFT OUT.
       PERFILAR-LINEA.
       IF CAJERO = SPACES OR SUCURSAL NOT NUMERIC
           OR SUCURSAL < 1 OR SUCURSAL > 999
           OR CANTIDAD-VENDIDA NOT NUMERIC OR COSTO NOT NUMERIC
           OR FECHA-VENTA < WS-DESDE OR FECHA-VENTA > WS-HASTA
           OR TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
           OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
           CONTINUE
       ELSE
           MOVE FUNCTION UPPER-CASE (CAJERO) TO WS-CAJERO
           MOVE SUCURSAL TO WS-SUC
           PERFORM BUSCAR-PERFIL
           IF WS-HIT > 0
               COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
               IF TIPO-TRANSACCION = 'R'
                   ADD 1 TO PRF-REEMB (WS-HIT)
                   ADD WS-IMPORTE-LINEA TO PRF-REEMB-IMP (WS-HIT)
               ELSE
                   ADD 1 TO PRF-VENTAS (WS-HIT)
                   ADD WS-IMPORTE-LINEA TO PRF-VENTAS-IMP (WS-HIT)
               END-IF
               IF LIM-MONTO-LINEA-ALTA > 0
                   AND WS-IMPORTE-LINEA >= LIM-MONTO-LINEA-ALTA
                   ADD 1 TO PRF-ALTAS (WS-HIT)
               END-IF
           END-IF
       END-IF.

       LEER-SUSPENSO.
       OPEN INPUT SUSPENSO
       IF WS-SUS-STATUS NOT = '00'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ SUSPENSO
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF SUS-LINEA (1:3) = 'DET'
                           MOVE SUS-LINEA TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           PERFORM PERFILAR-SUSPENSO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSO
       END-IF
       MOVE 0 TO EOF.

       PERFILAR-SUSPENSO.
       IF CAJERO = SPACES OR SUCURSAL NOT NUMERIC
           OR SUCURSAL < 1 OR SUCURSAL > 999
           OR CANTIDAD-VENDIDA NOT NUMERIC OR COSTO NOT NUMERIC
           OR FECHA-VENTA < WS-DESDE OR FECHA-VENTA > WS-HASTA
           OR TIPO-TRANSACCION NOT = 'R'
           CONTINUE
       ELSE
           MOVE FUNCTION UPPER-CASE (CAJERO) TO WS-CAJERO
           MOVE SUCURSAL TO WS-SUC
           PERFORM BUSCAR-PERFIL
           IF WS-HIT > 0
               COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
               ADD 1 TO PRF-SUSP (WS-HIT)
               ADD WS-IMPORTE-LINEA TO PRF-SUSP-IMP (WS-HIT)
           END-IF
       END-IF.

      *ACTIVITY BEFORE OPENING OR AT/AFTER CLOSING COUNTS AS OUT OF
      *HOURS. A BRANCH THAT CLOSES PAST MIDNIGHT (CIERRA BEFORE ABRE)
      *IS OUT OF HOURS ONLY BETWEEN CIERRA AND ABRE.
       LEER-HORARIO-POS.
       OPEN INPUT HORARIO-POS
       IF WS-HOR-STATUS NOT = '00'
           DISPLAY "AVISO: HORARIO-POS.txt NO DISPONIBLE - SIN "
               "CONTROL DE HORARIO"
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ HORARIO-POS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       PERFORM PERFILAR-HORA
               END-READ
           END-PERFORM
           CLOSE HORARIO-POS
       END-IF
       MOVE 0 TO EOF.

       PERFILAR-HORA.
       MOVE SPACES TO WS-HOR-FECHA WS-HOR-HORA WS-HOR-SUC-TXT
           WS-HOR-CAJERO WS-HOR-TIPO
       UNSTRING FD-HOR-REC DELIMITED BY ','
           INTO WS-HOR-FECHA WS-HOR-HORA WS-HOR-SUC-TXT
               WS-HOR-CAJERO WS-HOR-TIPO
       END-UNSTRING
       IF WS-HOR-CAJERO = SPACES OR WS-HOR-SUC-TXT (1:3) NOT NUMERIC
           OR WS-HOR-FECHA < WS-DESDE OR WS-HOR-FECHA > WS-HASTA
           CONTINUE
       ELSE
           MOVE WS-HOR-SUC-TXT (1:3) TO WS-SUC
           IF WS-SUC >= 1 AND SUC-ABRE (WS-SUC) NOT = SPACES
               MOVE 'N' TO WS-FUERA-HORARIO
               IF SUC-CIERRA (WS-SUC) > SUC-ABRE (WS-SUC)
                   IF WS-HOR-HORA < SUC-ABRE (WS-SUC)
                       OR WS-HOR-HORA >= SUC-CIERRA (WS-SUC)
                       MOVE 'S' TO WS-FUERA-HORARIO
                   END-IF
               ELSE
                   IF WS-HOR-HORA >= SUC-CIERRA (WS-SUC)
                       AND WS-HOR-HORA < SUC-ABRE (WS-SUC)
                       MOVE 'S' TO WS-FUERA-HORARIO
                   END-IF
               END-IF
               IF WS-FUERA-HORARIO = 'S'
                   MOVE FUNCTION UPPER-CASE (WS-HOR-CAJERO)
                       TO WS-CAJERO
                   PERFORM BUSCAR-PERFIL
                   IF WS-HIT > 0
                       ADD 1 TO PRF-FUERA (WS-HIT)
                   END-IF
               END-IF
           END-IF
       END-IF.

       BUSCAR-PERFIL.
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PRF-USADAS OR WS-HIT > 0
           IF PRF-CAJERO (WS-I) = WS-CAJERO
               AND PRF-SUCURSAL (WS-I) = WS-SUC
               MOVE WS-I TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT = 0
           IF WS-PRF-USADAS >= 500
               IF WS-PRF-LLENA-AVISADA = 'N'
                   DISPLAY "ADVERTENCIA: TABLA DE CAJEROS LLENA "
                       "(LIMITE 500) - CAJEROS RESTANTES SIN PERFIL"
                   MOVE 'S' TO WS-PRF-LLENA-AVISADA
               END-IF
           ELSE
               ADD 1 TO WS-PRF-USADAS
               MOVE WS-PRF-USADAS TO WS-HIT
               MOVE WS-CAJERO TO PRF-CAJERO (WS-HIT)
               MOVE WS-SUC TO PRF-SUCURSAL (WS-HIT)
           END-IF
       END-IF.

      *REFUND SHARE IS REFUND VALUE OVER SALES VALUE; REFUNDS WITH NO
      *SALES AT ALL SHOW AS 999.99%. THE BRANCH AVERAGE IS THE PLAIN
      *MEAN OVER THE BRANCH'S CASHIERS.
       CALCULAR-PROMEDIOS.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRF-USADAS
           EVALUATE TRUE
               WHEN PRF-VENTAS-IMP (WS-I) > 0
                   COMPUTE PRF-PCT-REEMB (WS-I) ROUNDED =
                       PRF-REEMB-IMP (WS-I) * 100
                       / PRF-VENTAS-IMP (WS-I)
                       ON SIZE ERROR
                           MOVE 999.99 TO PRF-PCT-REEMB (WS-I)
                   END-COMPUTE
                   IF PRF-PCT-REEMB (WS-I) > 999.99
                       MOVE 999.99 TO PRF-PCT-REEMB (WS-I)
                   END-IF
               WHEN PRF-REEMB-IMP (WS-I) > 0
                   MOVE 999.99 TO PRF-PCT-REEMB (WS-I)
               WHEN OTHER
                   MOVE 0 TO PRF-PCT-REEMB (WS-I)
           END-EVALUATE
           MOVE PRF-SUCURSAL (WS-I) TO WS-SUC
           ADD 1 TO SUC-CAJEROS (WS-SUC)
           ADD PRF-PCT-REEMB (WS-I) TO SUC-SUM-PCT (WS-SUC)
           ADD PRF-ALTAS (WS-I) TO SUC-SUM-ALTAS (WS-SUC)
           ADD PRF-SUSP (WS-I) TO SUC-SUM-SUSP (WS-SUC)
           ADD PRF-FUERA (WS-I) TO SUC-SUM-FUERA (WS-SUC)
       END-PERFORM
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 999
           IF SUC-CAJEROS (WS-I) > 0
               COMPUTE SUC-PROM-PCT (WS-I) ROUNDED =
                   SUC-SUM-PCT (WS-I) / SUC-CAJEROS (WS-I)
               COMPUTE SUC-PROM-ALTAS (WS-I) ROUNDED =
                   SUC-SUM-ALTAS (WS-I) / SUC-CAJEROS (WS-I)
               COMPUTE SUC-PROM-SUSP (WS-I) ROUNDED =
                   SUC-SUM-SUSP (WS-I) / SUC-CAJEROS (WS-I)
               COMPUTE SUC-PROM-FUERA (WS-I) ROUNDED =
                   SUC-SUM-FUERA (WS-I) / SUC-CAJEROS (WS-I)
           END-IF
       END-PERFORM.

      *A FIGURE IS AN EXCEPTION WHEN IT IS ABOVE ZERO AND ABOVE THE
      *FACTOR TIMES ITS BRANCH AVERAGE. EVERY CASHIER WITH AT LEAST
      *ONE GETS ONE ALERTAS.txt LINE NAMING THE FIGURES.
       MARCAR-EXCEPCIONES.
       MOVE 'EXCEPCIONES-CAJEROS' TO ALR-PROGRAMA
       MOVE WS-RUN-ID TO ALR-RUN-ID
       PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PRF-USADAS
           MOVE PRF-SUCURSAL (WS-J) TO WS-SUC
           MOVE SPACES TO PRF-MARCAS (WS-J)
           MOVE 1 TO WS-PTR
           COMPUTE WS-UMBRAL = SUC-PROM-PCT (WS-SUC) * LIM-FACTOR-EXC
           IF PRF-PCT-REEMB (WS-J) > 0
               AND PRF-PCT-REEMB (WS-J) > WS-UMBRAL
               STRING 'REEMB ' DELIMITED BY SIZE
                   INTO PRF-MARCAS (WS-J) WITH POINTER WS-PTR
           END-IF
           COMPUTE WS-UMBRAL = SUC-PROM-ALTAS (WS-SUC)
               * LIM-FACTOR-EXC
           IF PRF-ALTAS (WS-J) > 0 AND PRF-ALTAS (WS-J) > WS-UMBRAL
               STRING 'ALTAS ' DELIMITED BY SIZE
                   INTO PRF-MARCAS (WS-J) WITH POINTER WS-PTR
           END-IF
           COMPUTE WS-UMBRAL = SUC-PROM-SUSP (WS-SUC) * LIM-FACTOR-EXC
           IF PRF-SUSP (WS-J) > 0 AND PRF-SUSP (WS-J) > WS-UMBRAL
               STRING 'SUSP ' DELIMITED BY SIZE
                   INTO PRF-MARCAS (WS-J) WITH POINTER WS-PTR
           END-IF
           COMPUTE WS-UMBRAL = SUC-PROM-FUERA (WS-SUC)
               * LIM-FACTOR-EXC
           IF PRF-FUERA (WS-J) > 0 AND PRF-FUERA (WS-J) > WS-UMBRAL
               STRING 'HORARIO' DELIMITED BY SIZE
                   INTO PRF-MARCAS (WS-J) WITH POINTER WS-PTR
           END-IF
           IF PRF-MARCAS (WS-J) NOT = SPACES
               ADD 1 TO WS-EXCEPCIONES
               MOVE SPACES TO ALR-TEXTO
               STRING 'CAJERO ' FUNCTION TRIM (PRF-CAJERO (WS-J))
                   ' SUCURSAL ' PRF-SUCURSAL (WS-J)
                   ' SOBRE PROMEDIO DE SUCURSAL: '
                   FUNCTION TRIM (PRF-MARCAS (WS-J))
                   DELIMITED BY SIZE INTO ALR-TEXTO
               PERFORM ESCRIBIR-ALERTA-CAJERO
           END-IF
       END-PERFORM.

       ESCRIBIR-ALERTA-CAJERO.
       OPEN EXTEND ALERTAS
       IF WS-ALR-STATUS = '35'
           OPEN OUTPUT ALERTAS
       END-IF
       MOVE ALERTA-LINEA TO FD-ALR-REC
       WRITE FD-ALR-REC
       CLOSE ALERTAS.

       ESCRIBIR-REPORTE.
       OPEN OUTPUT REPORTE
       MOVE WS-DESDE TO RPT-TIT-DESDE
       MOVE WS-HASTA TO RPT-TIT-HASTA
       WRITE FD-REP-REC FROM RPT-TITULO
       MOVE LIM-FACTOR-EXC TO RPT-CRI-FACTOR
       MOVE LIM-MONTO-LINEA-ALTA TO RPT-CRI-MONTO
       WRITE FD-REP-REC FROM RPT-CRITERIO
       WRITE FD-REP-REC FROM RPT-ENCABEZADO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 999
           IF SUC-CAJEROS (WS-I) > 0
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-PRF-USADAS
                   IF PRF-SUCURSAL (WS-J) = WS-I
                       MOVE PRF-CAJERO (WS-J) TO RPT-CAJERO
                       MOVE PRF-SUCURSAL (WS-J) TO RPT-SUCURSAL
                       MOVE PRF-VENTAS (WS-J) TO RPT-VENTAS
                       MOVE PRF-VENTAS-IMP (WS-J) TO RPT-VENTAS-IMP
                       MOVE PRF-REEMB (WS-J) TO RPT-REEMB
                       MOVE PRF-REEMB-IMP (WS-J) TO RPT-REEMB-IMP
                       MOVE PRF-PCT-REEMB (WS-J) TO RPT-PCT-REEMB
                       MOVE PRF-ALTAS (WS-J) TO RPT-ALTAS
                       MOVE PRF-SUSP (WS-J) TO RPT-SUSP
                       MOVE PRF-FUERA (WS-J) TO RPT-FUERA
                       MOVE PRF-MARCAS (WS-J) TO RPT-MARCAS
                       WRITE FD-REP-REC FROM RPT-DETALLE
                   END-IF
               END-PERFORM
               MOVE '(PROMEDIO)' TO RPT-CAJERO
               MOVE WS-I TO RPT-SUCURSAL
               MOVE 0 TO RPT-VENTAS RPT-VENTAS-IMP RPT-REEMB
                   RPT-REEMB-IMP
               MOVE SUC-PROM-PCT (WS-I) TO RPT-PCT-REEMB
               MOVE SUC-PROM-ALTAS (WS-I) TO RPT-ALTAS
               MOVE SUC-PROM-SUSP (WS-I) TO RPT-SUSP
               MOVE SUC-PROM-FUERA (WS-I) TO RPT-FUERA
               MOVE SPACES TO RPT-MARCAS
               WRITE FD-REP-REC FROM RPT-DETALLE
               MOVE SPACES TO FD-REP-REC
               WRITE FD-REP-REC
           END-IF
       END-PERFORM
       CLOSE REPORTE.

       COPY VENTA-COMPAT-PROC.
