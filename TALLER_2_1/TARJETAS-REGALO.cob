       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJETAS-REGALO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DISPOSICIONES ASSIGN TO 'DISPOSICIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-STATUS.
       SELECT TARJETAS ASSIGN TO 'TARJETAS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRJ-STATUS.
       SELECT TARJETAS-NUEVO ASSIGN TO 'TARJETAS.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MOVIMIENTOS ASSIGN TO 'TARJETAS-MOV.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOV-STATUS.
       SELECT LOTES ASSIGN TO 'TARJETAS-LOTES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
       SELECT REPORTE ASSIGN TO 'TARJETAS-REPORTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * SINGLE-DECISION FEED FROM POSTEAR-VENTAS (SEE THAT PROGRAM) -
      * ONLY ITS ACCEPTED 'T'/'F'/'C' LINES MOVE A CARD. A REDEMPTION
      * LARGER THAN THE CARD'S BALANCE WAS ALREADY DISPOSED 'R' THERE
      * AND NEVER REACHES THIS STEP.
       FD  DISPOSICIONES.
           01  FD-DSP-REC.
               05  DSP-ESTADO      PIC X(01).
               05  FILLER          PIC X(01).
               05  DSP-MOTIVO      PIC X(30).
               05  FILLER          PIC X(01).
               05  DSP-LINEA       PIC X(188).
      * THE STORED-VALUE LEDGER (SEE WS-TARJETA.cpy), CARRIED FORWARD
      * ACROSS RUNS LIKE PUNTOS.txt: LOADED, MOVED BY THIS BATCH,
      * REWRITTEN IN FULL THROUGH TARJETAS.NUEVO.txt AND RENAMED OVER
      * THE OLD ONE ONLY ONCE COMPLETE.
       FD  TARJETAS.
           01  FD-TRJ-REC          PIC X(60).
       FD  TARJETAS-NUEVO.
           01  FD-TRJN-REC         PIC X(60).
      * ONE LINE PER CARD MOVEMENT EVER POSTED - APPENDED ONLY. THE
      * MONTHLY REPORT READS IT FOR THE MONTH'S ISSUES/REDEMPTIONS
      * AND TO ROLL THE LEDGER BACK TO A PAST MONTH END.
       FD  MOVIMIENTOS.
           01  FD-MOV-REC          PIC X(80).
      * BATCHES ALREADY APPLIED, BY THE HDR STAMP OF THEIR
      * DISPOSITIONS, SO A RERUN DOES NOT LOAD OR SPEND A CARD TWICE.
       FD  LOTES.
           01  FD-LOT-REC          PIC X(60).
      * MONTHLY LIABILITY REPORT (REPORTE MODE), REWRITTEN EACH RUN.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(100).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-LOT-EOF              PIC 9 VALUE 0.
       01  WS-DSP-STATUS           PIC XX VALUE '00'.
      *'A' LINES AN INTRADAY SLICE ALREADY POSTED (SEE POSTEAR-VENTAS)
      *- THE FULL-DAY RUN PASSES THEM BY.
       01  WS-YA-INTRADIA          PIC 9(07) VALUE ZEROS.
       01  WS-TRJ-STATUS           PIC XX VALUE '00'.
       01  WS-MOV-STATUS           PIC XX VALUE '00'.
       01  WS-LOT-STATUS           PIC XX VALUE '00'.
       01  WS-REP-STATUS           PIC XX VALUE '00'.
      *"TARJETAS-REGALO" POSTS THE BATCH; "TARJETAS-REGALO REPORTE
      *[yyyy-mm]" ONLY WRITES THE MONTHLY REPORT (DEFAULT THE
      *CURRENT MONTH) AND MOVES NOTHING.
       01  WS-ARGUMENTOS           PIC X(60).
       01  WS-ARG-MODO             PIC X(20).
       01  WS-ARG-MES              PIC X(20).
       01  WS-PERIODO              PIC X(07).
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-HORA                 PIC X(08).
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-S                    PIC 9(04) VALUE ZEROS.
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
      *THE BATCH IN HAND - ITS HDR STAMP AND WHETHER
      *TARJETAS-LOTES.txt ALREADY HOLDS IT.
       01  WS-LOTE                 PIC X(19) VALUE SPACES.
       01  WS-LOTE-YA              PIC X(01) VALUE 'N'.
       01  WS-CARGAS               PIC 9(07) VALUE ZEROS.
       01  WS-CANJES               PIC 9(07) VALUE ZEROS.
       01  WS-NUEVAS               PIC 9(05) VALUE ZEROS.
       01  WS-OMITIDAS             PIC 9(05) VALUE ZEROS.
      *ONE ROW PER CARD NUMBER. TAB-SALDO-MES AND TAB-ULT-MES ARE THE
      *REPORT'S VIEW OF THE CARD AS OF THE REPORTED MONTH END.
       01  WS-TRJ-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-TRJ-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-TRJ-LLENA-AVISADA    PIC X(01) VALUE 'N'.
       01  WS-TRJ-TRUNCADO         PIC X(01) VALUE 'N'.
       01  TRJ-TAB.
           05  TRJ-FILA OCCURS 5000 TIMES.
               10  TAB-NUMERO      PIC X(10).
               10  TAB-CLASE       PIC X(01).
               10  TAB-SALDO       PIC S9(11)V99.
               10  TAB-EMISION     PIC X(10).
               10  TAB-ULTIMO      PIC X(10).
               10  TAB-SUCURSAL    PIC 9(03).
               10  TAB-CLIENTE     PIC 9(05).
               10  TAB-SALDO-MES   PIC S9(11)V99.
               10  TAB-ULT-MES     PIC X(10).
       01  MOV-LINEA.
           05  MOV-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  MOV-TARJETA         PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  MOV-TIPO            PIC X(01).
           05  FILLER              PIC X(01) VALUE ' '.
           05  MOV-IMPORTE         PIC 9(09)V99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  MOV-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  MOV-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  MOV-LOTE            PIC X(19).
       01  LOTE-LINEA.
           05  LOT-LOTE            PIC X(19).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-HORA            PIC X(08).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-MOVIMIENTOS     PIC 9(07).
      *REPORT MODE: THE MONTH'S LAST POSSIBLE DATE AS TEXT
      *(yyyy-mm-31 COMPARES CORRECTLY FOR EVERY MONTH) AND THE SAME
      *DATE A YEAR EARLIER - A CARD WITH A BALANCE WHOSE LAST USE IS
      *ON OR BEFORE THAT IS DORMANT.
       01  WS-FIN-MES              PIC X(10).
       01  WS-CORTE-INACTIVA       PIC X(10).
       01  WS-ANO-CORTE            PIC 9(04) VALUE ZEROS.
       01  WS-INACTIVAS            PIC 9(05) VALUE ZEROS.
      *PER BRANCH: THE MONTH'S ISSUES AND REDEMPTIONS BY WHERE THEY
      *HAPPENED, AND THE MONTH-END LIABILITY BY ISSUING BRANCH -
      *EACH IN THAT BRANCH'S OWN CURRENCY, SO NO CROSS-BRANCH TOTAL.
       01  SUC-TAB.
           05  SUC-FILA OCCURS 999 TIMES.
               10  SUC-EMITIDO-T   PIC 9(11)V99.
               10  SUC-EMITIDO-F   PIC 9(11)V99.
               10  SUC-CANJEADO    PIC 9(11)V99.
               10  SUC-PASIVO-T    PIC S9(11)V99.
               10  SUC-PASIVO-F    PIC S9(11)V99.
       01  REP-MES-LINEA.
           05  FILLER              PIC X(05) VALUE 'SUC. '.
           05  RPM-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(09) VALUE ' TARJETA:'.
           05  RPM-EMITIDO-T       PIC Z(10)9.99.
           05  FILLER              PIC X(12) VALUE ' SALDO FAV.:'.
           05  RPM-EMITIDO-F       PIC Z(10)9.99.
           05  FILLER              PIC X(10) VALUE ' CANJEADO:'.
           05  RPM-CANJEADO        PIC Z(10)9.99.
       01  REP-PASIVO-LINEA.
           05  FILLER              PIC X(05) VALUE 'SUC. '.
           05  RPP-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(10) VALUE ' TARJETAS:'.
           05  RPP-PASIVO-T        PIC -(10)9.99.
           05  FILLER              PIC X(12) VALUE ' SALDOS FAV:'.
           05  RPP-PASIVO-F        PIC -(10)9.99.
           05  FILLER              PIC X(07) VALUE ' TOTAL:'.
           05  RPP-TOTAL           PIC -(11)9.99.
       01  REP-INACTIVA-LINEA.
           05  RPI-NUMERO          PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPI-CLASE           PIC X(01).
           05  FILLER              PIC X(06) VALUE ' SUC. '.
           05  RPI-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(09) VALUE ' EMITIDA '.
           05  RPI-EMISION         PIC X(10).
           05  FILLER              PIC X(11) VALUE ' ULTIMO USO'.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPI-ULTIMO          PIC X(10).
           05  FILLER              PIC X(07) VALUE ' SALDO:'.
           05  RPI-SALDO           PIC -(10)9.99.
       01  REP-TOTAL-INACTIVAS.
           05  FILLER              PIC X(02) VALUE '**'.
           05  RPT-INACTIVAS       PIC Z(04)9.
           05  FILLER              PIC X(21) VALUE
               ' TARJETAS INACTIVAS**'.

       COPY WS-TARJETA.
       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       STRING WS-CURRENT-DATE (9:2) ':' WS-CURRENT-DATE (11:2) ':'
           WS-CURRENT-DATE (13:2) DELIMITED BY SIZE INTO WS-HORA
       ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
       MOVE SPACES TO WS-ARG-MODO WS-ARG-MES
       UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
           INTO WS-ARG-MODO WS-ARG-MES
       END-UNSTRING
       PERFORM CARGAR-TARJETAS
       IF FUNCTION UPPER-CASE (WS-ARG-MODO) = 'REPORTE'
           IF WS-ARG-MES = SPACES
               MOVE WS-HOY (1:7) TO WS-PERIODO
           ELSE
               MOVE WS-ARG-MES TO WS-PERIODO
           END-IF
           IF WS-PERIODO (1:4) NOT NUMERIC
               OR WS-PERIODO (5:1) NOT = '-'
               OR WS-PERIODO (6:2) NOT NUMERIC
               OR WS-PERIODO (6:2) < '01' OR WS-PERIODO (6:2) > '12'
               DISPLAY "USO: TARJETAS-REGALO [REPORTE [yyyy-mm]]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM EMITIR-REPORTE
           DISPLAY "REPORTE DE TARJETAS " WS-PERIODO
               " EN TARJETAS-REPORTE.txt: " WS-INACTIVAS
               " TARJETAS INACTIVAS"
           STOP RUN
       END-IF
       IF WS-ARG-MODO NOT = SPACES
           DISPLAY "USO: TARJETAS-REGALO [REPORTE [yyyy-mm]]"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
      *CARDS PAST THE TABLE LIMIT WERE NOT LOADED, SO REWRITING
      *TARJETAS.txt WOULD LOSE THEIR BALANCES - NOTHING IS POSTED.
       IF WS-TRJ-TRUNCADO = 'S'
           DISPLAY "ERROR: TARJETAS.txt EXCEDE LA TABLA (LIMITE 5000) "
               "- NO SE REGRABA NI SE APLICAN MOVIMIENTOS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND MOVIMIENTOS
       IF WS-MOV-STATUS = '35'
           OPEN OUTPUT MOVIMIENTOS
       END-IF
       PERFORM LEER-DISPOSICIONES
       CLOSE MOVIMIENTOS
       IF WS-LOTE-YA = 'N'
           PERFORM GRABAR-TARJETAS
           IF WS-LOTE NOT = SPACES
               PERFORM REGISTRAR-LOTE
           END-IF
       END-IF
       DISPLAY "TARJETAS ACTUALIZADAS: " WS-CARGAS " CARGAS, "
           WS-CANJES " CANJES, " WS-NUEVAS " TARJETAS NUEVAS"
       IF WS-OMITIDAS > 0
           DISPLAY "ADVERTENCIA: " WS-OMITIDAS " MOVIMIENTOS SIN "
               "APLICAR POR TABLA DE TARJETAS LLENA"
       END-IF
       STOP RUN.

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
                               MOVE WS-TRJ-USADAS TO WS-TRJ-HIT
                               PERFORM CARGAR-FILA
                           ELSE
                               IF WS-TRJ-LLENA-AVISADA = 'N'
                                   DISPLAY "ADVERTENCIA: TABLA DE "
                                       "TARJETAS LLENA (LIMITE 5000)"
                                   MOVE 'S' TO WS-TRJ-LLENA-AVISADA
                               END-IF
                               MOVE 'S' TO WS-TRJ-TRUNCADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARJETAS
       END-IF
       MOVE 0 TO EOF.

       CARGAR-FILA.
       MOVE TRJ-NUMERO TO TAB-NUMERO (WS-TRJ-HIT)
       MOVE TRJ-CLASE TO TAB-CLASE (WS-TRJ-HIT)
       MOVE TRJ-SALDO TO TAB-SALDO (WS-TRJ-HIT)
       MOVE TRJ-EMISION TO TAB-EMISION (WS-TRJ-HIT)
       MOVE TRJ-ULTIMO-MOV TO TAB-ULTIMO (WS-TRJ-HIT)
       IF TRJ-SUCURSAL NUMERIC
           MOVE TRJ-SUCURSAL TO TAB-SUCURSAL (WS-TRJ-HIT)
       ELSE
           MOVE 0 TO TAB-SUCURSAL (WS-TRJ-HIT)
       END-IF
       IF TRJ-CLIENTE NUMERIC
           MOVE TRJ-CLIENTE TO TAB-CLIENTE (WS-TRJ-HIT)
       ELSE
           MOVE 0 TO TAB-CLIENTE (WS-TRJ-HIT)
       END-IF.

      *THE HDR COMES FIRST IN THE FILE, SO WHETHER THE BATCH WAS
      *ALREADY APPLIED IS KNOWN BEFORE ITS FIRST CARD LINE IS READ.
       LEER-DISPOSICIONES.
       OPEN INPUT DISPOSICIONES
       IF WS-DSP-STATUS NOT = '00'
           DISPLAY "ERROR: DISPOSICIONES.txt NO DISPONIBLE - CORRA "
               "POSTEAR-VENTAS ANTES DE TARJETAS-REGALO"
           CLOSE MOVIMIENTOS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF = 1
           READ DISPOSICIONES
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN DSP-ESTADO = 'C'
                           AND DSP-LINEA (1:3) = 'HDR'
                           MOVE DSP-LINEA (1:23) TO WS-DATASET-HDR
                           MOVE SPACES TO WS-LOTE
                           STRING HDR-FECHA ' ' HDR-HORA
                               DELIMITED BY SIZE INTO WS-LOTE
                           PERFORM BUSCAR-LOTE
                       WHEN DSP-ESTADO = 'A'
                           AND DSP-MOTIVO = 'POSTEADA INTRADIA'
                           ADD 1 TO WS-YA-INTRADIA
                       WHEN DSP-ESTADO = 'A' AND WS-LOTE-YA = 'N'
                           MOVE DSP-LINEA TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           IF TIPO-TRANSACCION = 'T'
                               OR TIPO-TRANSACCION = 'F'
                               OR TIPO-TRANSACCION = 'C'
                               PERFORM APLICAR-MOVIMIENTO
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE DISPOSICIONES
       MOVE 0 TO EOF
       IF WS-YA-INTRADIA > 0
           DISPLAY WS-YA-INTRADIA " LINEAS YA POSTEADAS INTRADIA - "
               "OMITIDAS"
       END-IF.

       BUSCAR-LOTE.
       MOVE 'N' TO WS-LOTE-YA
       OPEN INPUT LOTES
       IF WS-LOT-STATUS = '00'
           PERFORM UNTIL WS-LOT-EOF = 1
               READ LOTES
                   AT END
                       MOVE 1 TO WS-LOT-EOF
                   NOT AT END
                       IF FD-LOT-REC (1:19) = WS-LOTE
                           MOVE 'S' TO WS-LOTE-YA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTES
       END-IF
       MOVE 0 TO WS-LOT-EOF
       IF WS-LOTE-YA = 'S'
           DISPLAY "AVISO: LOTE " WS-LOTE " YA APLICADO A LAS "
               "TARJETAS - SIN MOVIMIENTOS"
       END-IF.

       BUSCAR-TARJETA.
       MOVE 0 TO WS-TRJ-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TRJ-USADAS OR WS-TRJ-HIT > 0
           IF TAB-NUMERO (WS-I) = PRODUCTO-SKU
               MOVE WS-I TO WS-TRJ-HIT
           END-IF
       END-PERFORM.

      *A LOAD ('T'/'F') ON AN UNKNOWN NUMBER OPENS THE CARD WITH
      *THAT LINE'S CLASS, DATE, BRANCH AND CLIENT. A REDEMPTION ON AN
      *UNKNOWN CARD OR BEYOND ITS BALANCE CANNOT COME FROM
      *POSTEAR-VENTAS (IT REFUSES BOTH) - IT MEANS THE LEDGER WAS
      *TOUCHED BY HAND, SO IT IS APPLIED (THE GL ALREADY RELIEVED THE
      *LIABILITY FOR IT) AND FLAGGED FOR SOMEONE TO LOOK AT.
       APLICAR-MOVIMIENTO.
       COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
       PERFORM BUSCAR-TARJETA
       IF WS-TRJ-HIT = 0
           IF WS-TRJ-USADAS >= 5000
               ADD 1 TO WS-OMITIDAS
               IF WS-TRJ-LLENA-AVISADA = 'N'
                   DISPLAY "ADVERTENCIA: TABLA DE TARJETAS LLENA "
                       "(LIMITE 5000)"
                   MOVE 'S' TO WS-TRJ-LLENA-AVISADA
               END-IF
           ELSE
               ADD 1 TO WS-TRJ-USADAS
               MOVE WS-TRJ-USADAS TO WS-TRJ-HIT
               ADD 1 TO WS-NUEVAS
               MOVE PRODUCTO-SKU TO TAB-NUMERO (WS-TRJ-HIT)
               IF TIPO-TRANSACCION = 'C'
                   MOVE 'T' TO TAB-CLASE (WS-TRJ-HIT)
                   DISPLAY "ADVERTENCIA: CANJE DE TARJETA NO "
                       "REGISTRADA " PRODUCTO-SKU
               ELSE
                   MOVE TIPO-TRANSACCION TO TAB-CLASE (WS-TRJ-HIT)
               END-IF
               MOVE 0 TO TAB-SALDO (WS-TRJ-HIT)
               MOVE FECHA-VENTA TO TAB-EMISION (WS-TRJ-HIT)
               MOVE FECHA-VENTA TO TAB-ULTIMO (WS-TRJ-HIT)
               MOVE SUCURSAL TO TAB-SUCURSAL (WS-TRJ-HIT)
               MOVE CLIENTE-ID TO TAB-CLIENTE (WS-TRJ-HIT)
           END-IF
       END-IF
       IF WS-TRJ-HIT > 0
           IF TIPO-TRANSACCION = 'C'
               SUBTRACT WS-IMPORTE-LINEA FROM TAB-SALDO (WS-TRJ-HIT)
               ADD 1 TO WS-CANJES
               IF TAB-SALDO (WS-TRJ-HIT) < 0
                   DISPLAY "ADVERTENCIA: TARJETA " PRODUCTO-SKU
                       " CON SALDO NEGATIVO"
               END-IF
           ELSE
               ADD WS-IMPORTE-LINEA TO TAB-SALDO (WS-TRJ-HIT)
               ADD 1 TO WS-CARGAS
           END-IF
           IF FECHA-VENTA > TAB-ULTIMO (WS-TRJ-HIT)
               MOVE FECHA-VENTA TO TAB-ULTIMO (WS-TRJ-HIT)
           END-IF
           MOVE FECHA-VENTA TO MOV-FECHA
           MOVE PRODUCTO-SKU TO MOV-TARJETA
           MOVE TIPO-TRANSACCION TO MOV-TIPO
           MOVE WS-IMPORTE-LINEA TO MOV-IMPORTE
           MOVE SUCURSAL TO MOV-SUCURSAL
           MOVE CLIENTE-ID TO MOV-CLIENTE
           MOVE WS-LOTE TO MOV-LOTE
           MOVE MOV-LINEA TO FD-MOV-REC
           WRITE FD-MOV-REC
       END-IF.

      *FULL REWRITE, ONE LINE PER CARD - A SPENT CARD KEEPS ITS
      *ZERO-BALANCE LINE SO ITS NUMBER IS NEVER REISSUED BY MISTAKE.
       GRABAR-TARJETAS.
       OPEN OUTPUT TARJETAS-NUEVO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TRJ-USADAS
           MOVE TAB-NUMERO (WS-I) TO TRJ-NUMERO
           MOVE TAB-CLASE (WS-I) TO TRJ-CLASE
           MOVE TAB-SALDO (WS-I) TO TRJ-SALDO
           MOVE TAB-EMISION (WS-I) TO TRJ-EMISION
           MOVE TAB-ULTIMO (WS-I) TO TRJ-ULTIMO-MOV
           MOVE TAB-SUCURSAL (WS-I) TO TRJ-SUCURSAL
           MOVE TAB-CLIENTE (WS-I) TO TRJ-CLIENTE
           MOVE TARJETA-LINEA TO FD-TRJN-REC
           WRITE FD-TRJN-REC
       END-PERFORM
       CLOSE TARJETAS-NUEVO
       CALL "SYSTEM" USING "mv -f TARJETAS.NUEVO.txt TARJETAS.txt"
       MOVE 0 TO RETURN-CODE.

       REGISTRAR-LOTE.
       MOVE WS-LOTE TO LOT-LOTE
       MOVE WS-HOY TO LOT-FECHA
       MOVE WS-HORA TO LOT-HORA
       COMPUTE LOT-MOVIMIENTOS = WS-CARGAS + WS-CANJES
       OPEN EXTEND LOTES
       IF WS-LOT-STATUS = '35'
           OPEN OUTPUT LOTES
       END-IF
       MOVE LOTE-LINEA TO FD-LOT-REC
       WRITE FD-LOT-REC
       CLOSE LOTES.

      *THE LEDGER HOLDS TODAY'S BALANCES; THE JOURNAL ROLLS EACH CARD
      *BACK TO THE REPORTED MONTH END BY UNDOING EVERY MOVEMENT DATED
      *AFTER IT, SO A PAST MONTH CAN BE REPORTED AS IT STOOD.
       EMITIR-REPORTE.
       INITIALIZE SUC-TAB
       MOVE SPACES TO WS-FIN-MES WS-CORTE-INACTIVA
       STRING WS-PERIODO '-31' DELIMITED BY SIZE INTO WS-FIN-MES
       COMPUTE WS-ANO-CORTE = FUNCTION NUMVAL (WS-PERIODO (1:4)) - 1
       STRING WS-ANO-CORTE WS-FIN-MES (5:6) DELIMITED BY SIZE
           INTO WS-CORTE-INACTIVA
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TRJ-USADAS
           MOVE TAB-SALDO (WS-I) TO TAB-SALDO-MES (WS-I)
           MOVE SPACES TO TAB-ULT-MES (WS-I)
       END-PERFORM
       OPEN INPUT MOVIMIENTOS
       IF WS-MOV-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ MOVIMIENTOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-MOV-REC TO MOV-LINEA
                       PERFORM REPASAR-MOVIMIENTO
               END-READ
           END-PERFORM
           CLOSE MOVIMIENTOS
       END-IF
       MOVE 0 TO EOF
       OPEN OUTPUT REPORTE
       MOVE SPACES TO FD-REP-REC
       STRING '**TARJETAS DE REGALO Y SALDOS A FAVOR - ' WS-PERIODO
           '**' DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       MOVE 'MOVIMIENTO DEL MES POR SUCURSAL:' TO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 999
           IF SUC-EMITIDO-T (WS-S) > 0 OR SUC-EMITIDO-F (WS-S) > 0
               OR SUC-CANJEADO (WS-S) > 0
               MOVE WS-S TO RPM-SUCURSAL
               MOVE SUC-EMITIDO-T (WS-S) TO RPM-EMITIDO-T
               MOVE SUC-EMITIDO-F (WS-S) TO RPM-EMITIDO-F
               MOVE SUC-CANJEADO (WS-S) TO RPM-CANJEADO
               MOVE REP-MES-LINEA TO FD-REP-REC
               WRITE FD-REP-REC
           END-IF
       END-PERFORM
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TRJ-USADAS
           PERFORM CLASIFICAR-PASIVO
       END-PERFORM
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE 'PASIVO PENDIENTE AL CIERRE DEL MES, POR SUCURSAL EMISORA:'
           TO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 999
           IF SUC-PASIVO-T (WS-S) NOT = 0
               OR SUC-PASIVO-F (WS-S) NOT = 0
               MOVE WS-S TO RPP-SUCURSAL
               MOVE SUC-PASIVO-T (WS-S) TO RPP-PASIVO-T
               MOVE SUC-PASIVO-F (WS-S) TO RPP-PASIVO-F
               COMPUTE RPP-TOTAL =
                   SUC-PASIVO-T (WS-S) + SUC-PASIVO-F (WS-S)
               MOVE REP-PASIVO-LINEA TO FD-REP-REC
               WRITE FD-REP-REC
           END-IF
       END-PERFORM
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       STRING 'TARJETAS CON SALDO Y SIN USO DESDE '
           WS-CORTE-INACTIVA (1:7) ' O ANTES:'
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TRJ-USADAS
           IF TAB-SALDO-MES (WS-I) > 0
               AND TAB-ULT-MES (WS-I) NOT = SPACES
               AND TAB-ULT-MES (WS-I) <= WS-CORTE-INACTIVA
               ADD 1 TO WS-INACTIVAS
               MOVE TAB-NUMERO (WS-I) TO RPI-NUMERO
               MOVE TAB-CLASE (WS-I) TO RPI-CLASE
               MOVE TAB-SUCURSAL (WS-I) TO RPI-SUCURSAL
               MOVE TAB-EMISION (WS-I) TO RPI-EMISION
               MOVE TAB-ULT-MES (WS-I) TO RPI-ULTIMO
               MOVE TAB-SALDO-MES (WS-I) TO RPI-SALDO
               MOVE REP-INACTIVA-LINEA TO FD-REP-REC
               WRITE FD-REP-REC
           END-IF
       END-PERFORM
       MOVE WS-INACTIVAS TO RPT-INACTIVAS
       MOVE REP-TOTAL-INACTIVAS TO FD-REP-REC
       WRITE FD-REP-REC
       CLOSE REPORTE.

      *A MOVEMENT AFTER THE MONTH END IS UNDONE FROM THE CARD'S
      *MONTH-END BALANCE; ONE INSIDE THE MONTH COUNTS TOWARD THE
      *MONTH'S ACTIVITY; ANY ON OR BEFORE THE MONTH END MOVES THE
      *CARD'S LAST USE AS OF THAT DATE.
       REPASAR-MOVIMIENTO.
       IF MOV-IMPORTE NOT NUMERIC
           CONTINUE
       ELSE
           MOVE MOV-TARJETA TO PRODUCTO-SKU
           PERFORM BUSCAR-TARJETA
           IF MOV-FECHA > WS-FIN-MES
               IF WS-TRJ-HIT > 0
                   IF MOV-TIPO = 'C'
                       ADD MOV-IMPORTE TO TAB-SALDO-MES (WS-TRJ-HIT)
                   ELSE
                       SUBTRACT MOV-IMPORTE FROM
                           TAB-SALDO-MES (WS-TRJ-HIT)
                   END-IF
               END-IF
           ELSE
               IF WS-TRJ-HIT > 0
                   IF MOV-FECHA > TAB-ULT-MES (WS-TRJ-HIT)
                       OR TAB-ULT-MES (WS-TRJ-HIT) = SPACES
                       MOVE MOV-FECHA TO TAB-ULT-MES (WS-TRJ-HIT)
                   END-IF
               END-IF
               IF MOV-FECHA (1:7) = WS-PERIODO
                   AND MOV-SUCURSAL NUMERIC
                   AND MOV-SUCURSAL > 0
                   MOVE MOV-SUCURSAL TO WS-S
                   EVALUATE MOV-TIPO
                       WHEN 'T'
                           ADD MOV-IMPORTE TO SUC-EMITIDO-T (WS-S)
                       WHEN 'F'
                           ADD MOV-IMPORTE TO SUC-EMITIDO-F (WS-S)
                       WHEN 'C'
                           ADD MOV-IMPORTE TO SUC-CANJEADO (WS-S)
                   END-EVALUATE
               END-IF
           END-IF
       END-IF.

      *A CARD FIRST LOADED AFTER THE MONTH END HAS NO MOVEMENT ON OR
      *BEFORE IT AND IS LEFT OUT; A LEDGER LINE OLDER THAN THE
      *JOURNAL FALLS BACK TO ITS OWN LAST-MOVEMENT DATE.
       CLASIFICAR-PASIVO.
       IF TAB-ULT-MES (WS-I) = SPACES
           AND TAB-ULTIMO (WS-I) NOT = SPACES
           AND TAB-ULTIMO (WS-I) <= WS-FIN-MES
           MOVE TAB-ULTIMO (WS-I) TO TAB-ULT-MES (WS-I)
       END-IF
       IF TAB-ULT-MES (WS-I) NOT = SPACES
           AND TAB-SUCURSAL (WS-I) > 0
           MOVE TAB-SUCURSAL (WS-I) TO WS-S
           IF TAB-CLASE (WS-I) = 'F'
               ADD TAB-SALDO-MES (WS-I) TO SUC-PASIVO-F (WS-S)
           ELSE
               ADD TAB-SALDO-MES (WS-I) TO SUC-PASIVO-T (WS-S)
           END-IF
       END-IF.

       COPY VENTA-COMPAT-PROC.
